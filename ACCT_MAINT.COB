      * Author: Ayanda Radebe
      * Purpose: Back-office account maintenance for branch staff.
      *          Adds a new account, closes one, unlocks a card
      *          retained after failed PIN attempts, adjusts the daily
      *          withdrawal limit, reactivates an account the
      *          monthly dormancy run marked dormant, or sets the
      *          overdraft limit on a cheque account, hot-lists a
      *          lost or stolen card or reissues it onto a
      *          replacement card - all against the live account
      *          master file. The operator signs on against the
      *          operator security file (teller or supervisor), and
      *          unlocking a card or raising a daily limit also needs
      *          a second operator, a supervisor, to approve. Every
      *          action is appended to the maintenance audit file
      *          with the operator id, any approver and a timestamp.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORD-FILE-STATUS.

           SELECT TRANSACTION-JOURNAL-FILE ASSIGN TO "TXNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "ATMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  TRANSACTION-JOURNAL-FILE.
           COPY JRNLREC.

       FD  PARAMETER-FILE.
           COPY PARMREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 OPERATOR-ID PIC X(8).
       01 USER-CHOICE PIC 9.
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
               10 WS-ACC-CHANGED PIC X.
       01 WS-AX PIC 9(4).
       01 WS-AY PIC 9(4).
       01 WS-FIRST-OF-CARD PIC 9(4).
       01 WS-INSERT-INDEX PIC 9(4).
       01 WS-TABLE-UNSORTED PIC X.
      * Set when a record was written before the overdraft limit or
      * the hot-list reason was added to the layout; such a master
      * is rewritten in full once at load so later in-place
      * rewrites keep the record length.
       01 WS-TABLE-SHORT-RECORDS PIC X.
       01 WS-PREV-CARD PIC X(16).
       01 WS-PREV-TYPE PIC X(3).
       01 WS-HOLD-ENTRY.
           05 WS-ACCT-NEW-FILE-STATUS PIC XX.
           05 WS-AUDIT-FILE-STATUS PIC XX.
           05 WS-CUST-FILE-STATUS PIC XX.
           05 WS-SORD-FILE-STATUS PIC XX.
           05 WS-JRNL-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS PIC XX.

       01 WS-SESSION-FLAGS.
           05 WS-SESSION-ENDED PIC X VALUE "N".
           05 WS-ACCT-EOF PIC X VALUE "N".
           05 WS-CUST-EOF PIC X VALUE "N".
           05 WS-SORD-EOF PIC X VALUE "N".
           05 WS-PARM-EOF PIC X VALUE "N".

      * Customer names and addresses, keyed on card number, loaded
      * when the customer details screen is opened and rewritten in

       01 WS-NEW-PIN PIC X(4).
      * Screen formatting of amounts: figures go out with their
      * cents shown, and an overdrawn balance with a leading minus.
       01 WS-EDIT-AMOUNT PIC -(10)9.99.
       01 WS-NEW-BALANCE PIC 9(10)V99.
       01 WS-NEW-LIMIT PIC 9(10)V99.

           05 WS-AUD-ACCT-TYPE PIC X(3).
           05 WS-AUD-OLD-VALUE PIC 9(10)V99.
           05 WS-AUD-NEW-VALUE PIC 9(10)V99.
           05 WS-AUD-LINKED-CARD PIC X(16) VALUE SPACES.

      * Lost, stolen and compromised cards. A hot-listed card is
      * refused at the ATM until it is reissued; the reissue moves
      * every open account of the card, with its balance, holds and
      * limits, onto the replacement card number and leaves the old
      * records behind as zero-balance stubs. The old card's open
      * accounts are staged here before the new slots are opened,
      * since opening a slot shifts the table under them.
       01 WS-SUB-CHOICE PIC 9.
       01 WS-HOT-REASON PIC 9.
       01 WS-CARD-HOT PIC X.
       01 WS-NEW-CARD PIC X(16).
       01 WS-REISSUE-TABLE.
           05 WS-RIS-COUNT PIC 9(2) VALUE ZERO.
           05 WS-RIS-ENTRY OCCURS 10 TIMES.
               10 WS-RIS-TYPE PIC X(3).
               10 WS-RIS-BALANCE PIC S9(10)V99.
               10 WS-RIS-SLOT-COPY PIC X(100).
       01 WS-RX PIC 9(2).
       01 WS-ORDERS-MOVED PIC 9(4).

      * Journal entry staging area, filled before PERFORM
      * WRITE-JOURNAL-ENTRY. A reissue journals the balance leaving
      * the old card and arriving on the new one, so the day's
      * reconciliation sees both sides of the move.
       01 WS-JOURNAL-ENTRY.
           05 WS-JE-CARD PIC X(16).
           05 WS-JE-ACCT-TYPE PIC X(3).
           05 WS-JE-TYPE PIC X(12).
           05 WS-JE-AMOUNT PIC 9(10)V99.
           05 WS-JE-OLD-BAL PIC S9(10)V99.
           05 WS-JE-NEW-BAL PIC S9(10)V99.

       01 WS-SITE-ID PIC X(8) VALUE "ATM00001".
      * Business-day cutover, from the CUTOVER parameter record: an
      * entry stamped at or after this time of day posts to the next
      * business day. The default of 240000 never arrives, keeping
      * business date equal to calendar date until one is configured.
       01 WS-CUTOVER-TIME PIC 9(6) VALUE 240000.
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
      * Dual control: the second operator who approved the action
      * in hand, different from the one signed on. Cleared once the
      * action's audit entry is written.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-DUAL-APPROVED PIC X.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== Account Maintenance (Back Office) ====".
           PERFORM OPERATOR-LOGON.
           PERFORM INITIALIZE-SESSION.
           PERFORM UNTIL WS-SESSION-ENDED = "Y"
               PERFORM DISPLAY-MAINT-MENU
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
           END-IF.


       INITIALIZE-SESSION.
           PERFORM LOAD-SITE-ID.
           PERFORM LOAD-ACCOUNT-TABLE.


       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE "N" TO WS-TABLE-UNSORTED.
           MOVE "N" TO WS-TABLE-SHORT-RECORDS.
           MOVE LOW-VALUES TO WS-PREV-CARD.
           MOVE LOW-VALUES TO WS-PREV-TYPE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
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
                               IF ACCT-CARD-NUMBER < WS-PREV-CARD OR
                       "order; sorting and rewriting it."
                   PERFORM SORT-ACCOUNT-TABLE
                   PERFORM SAVE-ACCOUNT-TABLE
               ELSE
                   IF WS-TABLE-SHORT-RECORDS = "Y"
                       DISPLAY "NOTE: account master file predates "
                           "the current record layout; rewriting it."
                       PERFORM SAVE-ACCOUNT-TABLE
                   END-IF
               END-IF
           END-IF.

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
           MOVE WS-AUD-ACCT-TYPE TO MNT-ACCOUNT-TYPE.
           MOVE WS-AUD-OLD-VALUE TO MNT-OLD-VALUE.
           MOVE WS-AUD-NEW-VALUE TO MNT-NEW-VALUE.
           MOVE WS-AUD-LINKED-CARD TO MNT-LINKED-CARD.
           MOVE WS-APPROVER-ID TO MNT-APPROVER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   "card " MNT-CARD-NUMBER " status: "
                   WS-AUDIT-FILE-STATUS
           END-IF.
           MOVE SPACES TO WS-AUD-LINKED-CARD.
           MOVE SPACES TO WS-APPROVER-ID.


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


      * A high-risk action posts only once a second, different
      * operator holding one of the roles in WS-CHECK-ROLES has keyed
      * their own id and PIN. The approver's id goes on the action's
      * audit entry; a refused approval is audited under the id the
      * would-be approver keyed.
       OBTAIN-DUAL-CONTROL.
           MOVE "N" TO WS-DUAL-APPROVED.
           MOVE SPACES TO WS-APPROVER-ID.
           DISPLAY "This action needs a second operator to approve.".
           DISPLAY "Approving operator id: ".
           ACCEPT WS-CHECK-ID.
           DISPLAY "Approving operator PIN: ".
           ACCEPT WS-CHECK-PIN.
           IF WS-CHECK-ID = OPERATOR-ID
               DISPLAY "The approver must be a different operator."
               MOVE "APPROVE-FAIL" TO WS-CHECK-ACTION
           ELSE
               PERFORM CHECK-OPERATOR
               IF WS-CHECK-RESULT = "Y"
                   MOVE "Y" TO WS-DUAL-APPROVED
                   MOVE WS-CHECK-ID TO WS-APPROVER-ID
               ELSE
                   IF WS-CHECK-ACTION NOT = "LOCKOUT"
                       MOVE "APPROVE-FAIL" TO WS-CHECK-ACTION
                   END-IF
               END-IF
           END-IF.
           IF WS-DUAL-APPROVED NOT = "Y"
               DISPLAY "Not approved; the action was not posted."
               PERFORM WRITE-SECURITY-AUDIT
           END-IF.


      * Exit keeps the key 6 it has always had, so options added
      * since are numbered after it and Exit is listed last.
       DISPLAY-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "1. Add account".
           DISPLAY "3. Unlock retained card".
           DISPLAY "4. Adjust daily limit".
           DISPLAY "5. Customer details".
           DISPLAY "7. Reactivate dormant account".
           DISPLAY "8. Set overdraft limit".
           DISPLAY "9. Lost/stolen card".
           DISPLAY "6. Exit".
           ACCEPT USER-CHOICE.
           IF USER-CHOICE = 1 THEN
           ELSE
               IF USER-CHOICE = 5 THEN
               PERFORM CUSTOMER-DETAILS
           ELSE
               IF USER-CHOICE = 7 THEN
               PERFORM REACTIVATE-ACCOUNT
           ELSE
               IF USER-CHOICE = 8 THEN
               PERFORM SET-OVERDRAFT-LIMIT
           ELSE
               IF USER-CHOICE = 9 THEN
               PERFORM LOST-STOLEN-CARD
           ELSE
               IF USER-CHOICE = 6 THEN
               MOVE "Y" TO WS-SESSION-ENDED
           ELSE
               DISPLAY "Invalid choice, Please try again"
           END-IF.
               ELSE
               IF WS-FOUND-INDEX NOT = 0
                   DISPLAY "That card already has that account type."
               ELSE
               PERFORM CHECK-CARD-HOTLISTED
               IF WS-CARD-HOT = "Y"
                   DISPLAY "That card is hot-listed; reissue it and "
                       "add the account to the replacement card."
               ELSE
                   PERFORM FIND-ACCOUNT-BY-CARD
                   IF WS-FOUND-INDEX NOT = 0
                   ACCEPT WS-NEW-BALANCE
                   DISPLAY "Enter daily withdrawal limit: "
                   ACCEPT WS-NEW-LIMIT
                   MOVE MAINT-CARD TO WS-SEARCH-CARD
                   MOVE MAINT-ACCT-TYPE TO WS-SEARCH-TYPE
                   PERFORM OPEN-ACCOUNT-SLOT
                   MOVE MAINT-CARD TO
                       WS-ACC-CARD-NUMBER(WS-INSERT-INDEX)
                   MOVE MAINT-ACCT-TYPE TO
                   MOVE WS-NEW-LIMIT TO
                       WS-ACC-DAILY-LIMIT(WS-INSERT-INDEX)
                   MOVE 0 TO WS-ACC-DAILY-WITHDRAWN(WS-INSERT-INDEX)
                   MOVE 0 TO WS-ACC-OVERDRAFT-LIMIT(WS-INSERT-INDEX)
                   MOVE 0 TO WS-ACC-HOTLIST-REASON(WS-INSERT-INDEX)
      * Opening the account starts the dormancy clock.
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                       WS-ACC-LAST-ACTIVITY-DATE(WS-INSERT-INDEX)
                   MOVE "N" TO WS-ACC-CHANGED(WS-INSERT-INDEX)
                   PERFORM SAVE-ACCOUNT-TABLE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.


      * The new record goes into its key-order slot so the table and
      * file stay sorted; everything from that slot down shifts one
      * place and WS-INSERT-INDEX is left on the opened slot. The
      * caller fills the slot and rewrites the whole file.
       OPEN-ACCOUNT-SLOT.
           PERFORM FIND-FIRST-OF-CARD.
           MOVE WS-FIRST-OF-CARD TO WS-INSERT-INDEX.
           PERFORM UNTIL WS-INSERT-INDEX > WS-ACCOUNT-COUNT
               OR WS-ACC-CARD-NUMBER(WS-INSERT-INDEX)
                   NOT = WS-SEARCH-CARD
               OR WS-ACC-ACCOUNT-TYPE(WS-INSERT-INDEX)
                   > WS-SEARCH-TYPE
               ADD 1 TO WS-INSERT-INDEX
           END-PERFORM.
           PERFORM VARYING WS-AX FROM WS-ACCOUNT-COUNT BY -1
                   UNTIL WS-AX < WS-INSERT-INDEX
               MOVE WS-ACCOUNT-ENTRY(WS-AX) TO
                   WS-ACCOUNT-ENTRY(WS-AX + 1)
           END-PERFORM.
           ADD 1 TO WS-ACCOUNT-COUNT.


       CLOSE-ACCOUNT.
           DISPLAY "Enter card number to close: ".
           ACCEPT MAINT-CARD.
               IF WS-ACC-CLOSED(WS-FOUND-INDEX)
                   DISPLAY "Account is already closed."
               ELSE
                   IF WS-ACC-BALANCE(WS-FOUND-INDEX) < 0
                       MOVE WS-ACC-BALANCE(WS-FOUND-INDEX) TO
                           WS-EDIT-AMOUNT
                       DISPLAY "Account is overdrawn at "
                           WS-EDIT-AMOUNT
                           ". Settle it before closing."
                   ELSE
                   IF WS-ACC-BALANCE(WS-FOUND-INDEX) NOT = 0
                       MOVE WS-ACC-BALANCE(WS-FOUND-INDEX) TO
                           WS-EDIT-AMOUNT
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY "Account closed."
                   END-IF
                   END-IF
               END-IF
           END-IF.


      * The card lock is card-level: every locked record of the card
      * is released and its failed-attempt count reset. Closed
      * accounts on the card stay closed. A dormant account caught
      * up in the lock comes back active, but its last-activity date
      * has not moved, so the next dormancy run marks it again.
      * A retained card goes back into use only with a supervisor's
      * approval as well as the operator's.
       UNLOCK-CARD.
           DISPLAY "Enter card number to unlock: ".
           ACCEPT MAINT-CARD.
                       UNTIL WS-AX > WS-ACCOUNT-COUNT
                       OR WS-ACC-CARD-NUMBER(WS-AX) NOT = MAINT-CARD
                   IF WS-ACC-LOCKED(WS-AX)
                       MOVE "Y" TO WS-CARD-TOUCHED
                   END-IF
               END-PERFORM
               IF WS-CARD-TOUCHED = "Y"
                   MOVE "S" TO WS-CHECK-ROLES
                   PERFORM OBTAIN-DUAL-CONTROL
               END-IF
               IF WS-CARD-TOUCHED NOT = "Y"
                   DISPLAY "That card is not locked."
               ELSE
               IF WS-DUAL-APPROVED NOT = "Y"
                   DISPLAY "Card left locked."
               ELSE
                   PERFORM VARYING WS-AX FROM WS-FIRST-OF-CARD BY 1
                           UNTIL WS-AX > WS-ACCOUNT-COUNT
                           OR WS-ACC-CARD-NUMBER(WS-AX) NOT = MAINT-CARD
                       IF WS-ACC-LOCKED(WS-AX)
                           SET WS-ACC-ACTIVE(WS-AX) TO TRUE
                           MOVE 0 TO WS-ACC-FAILED-ATTEMPTS(WS-AX)
                           MOVE "Y" TO WS-ACC-CHANGED(WS-AX)
                       END-IF
                   END-PERFORM
                   PERFORM SAVE-CHANGED-RECORDS
                   MOVE "UNLOCK-CARD" TO WS-AUD-ACTION
                   MOVE MAINT-CARD TO WS-AUD-CARD
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Card unlocked and failed attempts reset."
               END-IF
               END-IF
           END-IF.


      * Lowering a limit is routine; raising one lets more cash leave
      * the account in a day, so it needs a supervisor's approval as
      * well as the operator's.
       ADJUST-DAILY-LIMIT.
           DISPLAY "Enter card number: ".
           ACCEPT MAINT-CARD.
                   DISPLAY "Current daily limit: " WS-EDIT-AMOUNT
                   DISPLAY "Enter new daily limit: "
                   ACCEPT WS-NEW-LIMIT
                   MOVE "Y" TO WS-DUAL-APPROVED
                   IF WS-NEW-LIMIT > WS-ACC-DAILY-LIMIT(WS-FOUND-INDEX)
                       MOVE "S" TO WS-CHECK-ROLES
                       PERFORM OBTAIN-DUAL-CONTROL
                   END-IF
                   IF WS-DUAL-APPROVED NOT = "Y"
                       DISPLAY "Daily limit not changed."
                   ELSE
                       MOVE WS-ACC-DAILY-LIMIT(WS-FOUND-INDEX) TO
                           WS-AUD-OLD-VALUE
                       MOVE WS-NEW-LIMIT TO
                           WS-ACC-DAILY-LIMIT(WS-FOUND-INDEX)
                       MOVE "Y" TO WS-ACC-CHANGED(WS-FOUND-INDEX)
                       PERFORM SAVE-CHANGED-RECORDS
                       MOVE "LIMIT-CHANGE" TO WS-AUD-ACTION
                       MOVE MAINT-CARD TO WS-AUD-CARD
                       MOVE MAINT-ACCT-TYPE TO WS-AUD-ACCT-TYPE
                       MOVE WS-NEW-LIMIT TO WS-AUD-NEW-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY "Daily limit updated."
                   END-IF
               END-IF
           END-IF.


      * Brings a dormant account back into use once the customer has
      * identified themselves at the branch. The last-activity date
      * is stamped with today's date so the next dormancy run does
      * not mark the account straight back, and the daily withdrawn
      * total is cleared with it, since the ATM only resets that
      * total when the last activity is not today. The audit entry
      * carries the old and new last-activity dates.
       REACTIVATE-ACCOUNT.
           DISPLAY "Enter card number: ".
           ACCEPT MAINT-CARD.
           DISPLAY "Enter account type (CHQ or SAV): ".
           ACCEPT MAINT-ACCT-TYPE.
           MOVE MAINT-CARD TO WS-SEARCH-CARD.
           MOVE MAINT-ACCT-TYPE TO WS-SEARCH-TYPE.
           PERFORM FIND-ACCOUNT-BY-CARD-TYPE.
           IF WS-FOUND-INDEX = 0
               DISPLAY "Account not found on account master."
           ELSE
               IF NOT WS-ACC-DORMANT(WS-FOUND-INDEX)
                   DISPLAY "That account is not dormant."
               ELSE
                   MOVE WS-ACC-BALANCE(WS-FOUND-INDEX) TO
                       WS-EDIT-AMOUNT
                   DISPLAY "Dormant balance: " WS-EDIT-AMOUNT
                   MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-FOUND-INDEX) TO
                       WS-AUD-OLD-VALUE
                   SET WS-ACC-ACTIVE(WS-FOUND-INDEX) TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                       WS-ACC-LAST-ACTIVITY-DATE(WS-FOUND-INDEX)
                   MOVE 0 TO WS-ACC-DAILY-WITHDRAWN(WS-FOUND-INDEX)
                   MOVE "Y" TO WS-ACC-CHANGED(WS-FOUND-INDEX)
                   PERFORM SAVE-CHANGED-RECORDS
                   MOVE "REACTIVATE" TO WS-AUD-ACTION
                   MOVE MAINT-CARD TO WS-AUD-CARD
                   MOVE MAINT-ACCT-TYPE TO WS-AUD-ACCT-TYPE
                   MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-FOUND-INDEX) TO
                       WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Account reactivated."
               END-IF
           END-IF.


      * Sets the overdraft limit on a cheque account: how far below
      * zero the ATM and the batch debits may take it. Savings
      * accounts cannot be overdrawn. A limit cut below what the
      * account already owes is allowed; the account simply cannot
      * be drawn on until it is back within the limit. The audit
      * entry carries the old and new limit.
       SET-OVERDRAFT-LIMIT.
           DISPLAY "Enter card number: ".
           ACCEPT MAINT-CARD.
           MOVE "CHQ" TO MAINT-ACCT-TYPE.
           MOVE MAINT-CARD TO WS-SEARCH-CARD.
           MOVE MAINT-ACCT-TYPE TO WS-SEARCH-TYPE.
           PERFORM FIND-ACCOUNT-BY-CARD-TYPE.
           IF WS-FOUND-INDEX = 0
               DISPLAY "No cheque account on that card; only a "
                   "cheque account can have an overdraft."
           ELSE
               IF WS-ACC-CLOSED(WS-FOUND-INDEX)
                   DISPLAY "Account is closed; limit not changed."
               ELSE
                   MOVE WS-ACC-BALANCE(WS-FOUND-INDEX) TO
                       WS-EDIT-AMOUNT
                   DISPLAY "Current balance        : " WS-EDIT-AMOUNT
                   MOVE WS-ACC-OVERDRAFT-LIMIT(WS-FOUND-INDEX) TO
                       WS-EDIT-AMOUNT
                   DISPLAY "Current overdraft limit: " WS-EDIT-AMOUNT
                   DISPLAY "Enter new overdraft limit: "
                   ACCEPT WS-NEW-LIMIT
                   MOVE WS-ACC-OVERDRAFT-LIMIT(WS-FOUND-INDEX) TO
                       WS-AUD-OLD-VALUE
                   MOVE WS-NEW-LIMIT TO
                       WS-ACC-OVERDRAFT-LIMIT(WS-FOUND-INDEX)
                   MOVE "Y" TO WS-ACC-CHANGED(WS-FOUND-INDEX)
                   PERFORM SAVE-CHANGED-RECORDS
                   MOVE "OD-LIMIT" TO WS-AUD-ACTION
                   MOVE MAINT-CARD TO WS-AUD-CARD
                   MOVE MAINT-ACCT-TYPE TO WS-AUD-ACCT-TYPE
                   MOVE WS-NEW-LIMIT TO WS-AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Overdraft limit updated."
                   IF WS-ACC-BALANCE(WS-FOUND-INDEX) + WS-NEW-LIMIT
                       < 0
                       DISPLAY "NOTE: the account is overdrawn beyond "
                           "the new limit and cannot be drawn on "
                           "until it is back within it."
                   END-IF
               END-IF
           END-IF.


      * Lost, stolen or compromised card handling: hot-list the card
      * so the ATM retains it and journals every attempt to use it,
      * or reissue a hot-listed card onto a replacement card number.
       LOST-STOLEN-CARD.
           DISPLAY "1. Hot-list card".
           DISPLAY "2. Reissue hot-listed card".
           DISPLAY "3. Return to main menu".
           ACCEPT WS-SUB-CHOICE.
           IF WS-SUB-CHOICE = 1
               PERFORM HOT-LIST-CARD
           ELSE
               IF WS-SUB-CHOICE = 2
                   PERFORM REISSUE-CARD
               ELSE
                   IF WS-SUB-CHOICE NOT = 3
                       DISPLAY "Invalid choice, Please try again"
                   END-IF
               END-IF
           END-IF.


      * Sets WS-CARD-HOT to "Y" when any record of WS-SEARCH-CARD is
      * hot-listed, closed records aside.
       CHECK-CARD-HOTLISTED.
           MOVE "N" TO WS-CARD-HOT.
           PERFORM FIND-FIRST-OF-CARD.
           PERFORM VARYING WS-AX FROM WS-FIRST-OF-CARD BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
                   OR WS-ACC-CARD-NUMBER(WS-AX) NOT = WS-SEARCH-CARD
               IF WS-ACC-HOTLISTED(WS-AX)
                   MOVE "Y" TO WS-CARD-HOT
               END-IF
           END-PERFORM.


      * The hot-list is card-level: every open record of the card
      * takes status "H" with the reported reason, whatever state it
      * was in before (a locked or dormant account is hot-listed
      * too). Closed accounts on the card stay closed. A hot-listed
      * card is released only by reissuing it; UNLOCK-CARD does not
      * touch it.
       HOT-LIST-CARD.
           DISPLAY "Enter card number to hot-list: ".
           ACCEPT MAINT-CARD.
           MOVE MAINT-CARD TO WS-SEARCH-CARD.
           PERFORM FIND-ACCOUNT-BY-CARD.
           IF WS-FOUND-INDEX = 0
               DISPLAY "Card not found on account master."
           ELSE
               PERFORM CHECK-CARD-HOTLISTED
               IF WS-CARD-HOT = "Y"
                   DISPLAY "That card is already hot-listed."
               ELSE
                   DISPLAY "Reason (1 lost, 2 stolen, "
                       "3 suspected compromise): "
                   ACCEPT WS-HOT-REASON
                   IF WS-HOT-REASON < 1 OR WS-HOT-REASON > 3
                       DISPLAY "Reason must be 1, 2 or 3; card not "
                           "hot-listed."
                   ELSE
                       MOVE "N" TO WS-CARD-TOUCHED
                       PERFORM VARYING WS-AX FROM WS-FIRST-OF-CARD
                               BY 1
                               UNTIL WS-AX > WS-ACCOUNT-COUNT
                               OR WS-ACC-CARD-NUMBER(WS-AX) NOT =
                                   MAINT-CARD
                           IF NOT WS-ACC-CLOSED(WS-AX)
                               SET WS-ACC-HOTLISTED(WS-AX) TO TRUE
                               MOVE WS-HOT-REASON TO
                                   WS-ACC-HOTLIST-REASON(WS-AX)
                               MOVE "Y" TO WS-ACC-CHANGED(WS-AX)
                               MOVE "Y" TO WS-CARD-TOUCHED
                           END-IF
                       END-PERFORM
                       IF WS-CARD-TOUCHED NOT = "Y"
                           DISPLAY "Every account on that card is "
                               "closed; nothing to hot-list."
                       ELSE
                           PERFORM SAVE-CHANGED-RECORDS
                           MOVE "HOT-LIST" TO WS-AUD-ACTION
                           MOVE MAINT-CARD TO WS-AUD-CARD
                           MOVE SPACES TO WS-AUD-ACCT-TYPE
                           MOVE 0 TO WS-AUD-OLD-VALUE
                           MOVE WS-HOT-REASON TO WS-AUD-NEW-VALUE
                           PERFORM WRITE-AUDIT-ENTRY
                           DISPLAY "Card hot-listed. It will be "
                               "retained if presented at the ATM."
                       END-IF
                   END-IF
               END-IF
           END-IF.


      * Moves a hot-listed card's open accounts onto a replacement
      * card: balance, held amount, daily and overdraft limits, the
      * day's withdrawals so far and the last-activity date all go
      * across, and the new card carries the PIN the customer chose
      * at the branch. The old records stay on the master as stubs -
      * still hot-listed, reason 9, balance, holds and overdraft
      * zeroed - so the old card keeps being refused and its history
      * still resolves. Customer details and standing orders (the
      * card's own and any other card's orders paying into it)
      * follow the accounts. The whole master is rewritten, then the
      * move is journalled on both cards and audited with the old
      * and new card numbers linked.
       REISSUE-CARD.
           DISPLAY "Enter hot-listed card number: ".
           ACCEPT MAINT-CARD.
           MOVE MAINT-CARD TO WS-SEARCH-CARD.
           PERFORM FIND-ACCOUNT-BY-CARD.
           IF WS-FOUND-INDEX = 0
               DISPLAY "Card not found on account master."
           ELSE
               PERFORM STAGE-REISSUE-ACCOUNTS
               IF WS-RIS-COUNT = 0
                   DISPLAY "That card has no hot-listed accounts to "
                       "reissue. Hot-list the card first."
               ELSE
               IF WS-ACCOUNT-COUNT + WS-RIS-COUNT > 1000
                   DISPLAY "Account table is full; cannot reissue."
               ELSE
                   DISPLAY "Enter replacement card number: "
                   ACCEPT WS-NEW-CARD
                   MOVE WS-NEW-CARD TO WS-SEARCH-CARD
                   PERFORM FIND-ACCOUNT-BY-CARD
                   IF WS-NEW-CARD = SPACES OR WS-NEW-CARD = MAINT-CARD
                       DISPLAY "A different replacement card number "
                           "is required."
                   ELSE
                   IF WS-FOUND-INDEX NOT = 0
                       DISPLAY "That card number is already on the "
                           "account master."
                   ELSE
                       DISPLAY "Enter PIN for the replacement card: "
                       ACCEPT WS-NEW-PIN
                       PERFORM REISSUE-TO-NEW-CARD
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.


       REISSUE-TO-NEW-CARD.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RIS-COUNT
               MOVE WS-NEW-CARD TO WS-SEARCH-CARD
               MOVE WS-RIS-TYPE(WS-RX) TO WS-SEARCH-TYPE
               PERFORM OPEN-ACCOUNT-SLOT
               MOVE WS-RIS-SLOT-COPY(WS-RX) TO
                   WS-ACCOUNT-ENTRY(WS-INSERT-INDEX)
               MOVE WS-NEW-CARD TO WS-ACC-CARD-NUMBER(WS-INSERT-INDEX)
               MOVE WS-NEW-PIN TO WS-ACC-PIN(WS-INSERT-INDEX)
               SET WS-ACC-ACTIVE(WS-INSERT-INDEX) TO TRUE
               MOVE 0 TO WS-ACC-FAILED-ATTEMPTS(WS-INSERT-INDEX)
               MOVE 0 TO WS-ACC-HOTLIST-REASON(WS-INSERT-INDEX)
               MOVE "N" TO WS-ACC-CHANGED(WS-INSERT-INDEX)
           END-PERFORM.
           MOVE MAINT-CARD TO WS-SEARCH-CARD.
           PERFORM FIND-FIRST-OF-CARD.
           PERFORM VARYING WS-AX FROM WS-FIRST-OF-CARD BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
                   OR WS-ACC-CARD-NUMBER(WS-AX) NOT = MAINT-CARD
               IF WS-ACC-HOTLISTED(WS-AX)
                   MOVE 0 TO WS-ACC-BALANCE(WS-AX)
                   MOVE 0 TO WS-ACC-HELD-AMOUNT(WS-AX)
                   MOVE 0 TO WS-ACC-OVERDRAFT-LIMIT(WS-AX)
                   MOVE 9 TO WS-ACC-HOTLIST-REASON(WS-AX)
               END-IF
           END-PERFORM.
           PERFORM SAVE-ACCOUNT-TABLE.
           PERFORM JOURNAL-REISSUE.
           PERFORM MOVE-CUSTOMER-TO-NEW-CARD.
           PERFORM MOVE-STANDING-ORDERS.
           DISPLAY "Card reissued: " WS-RIS-COUNT
               " account(s) moved to the replacement card, "
               WS-ORDERS-MOVED " standing order(s) redirected.".


      * Copies each hot-listed record of the old card into the
      * reissue staging table. A record already reissued (reason 9)
      * is a stub and has nothing left to move.
       STAGE-REISSUE-ACCOUNTS.
           MOVE 0 TO WS-RIS-COUNT.
           PERFORM FIND-FIRST-OF-CARD.
           PERFORM VARYING WS-AX FROM WS-FIRST-OF-CARD BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
                   OR WS-ACC-CARD-NUMBER(WS-AX) NOT = MAINT-CARD
               IF WS-ACC-HOTLISTED(WS-AX) AND
                   WS-ACC-HOTLIST-REASON(WS-AX) NOT = 9 AND
                   WS-RIS-COUNT < 10
                   ADD 1 TO WS-RIS-COUNT
                   MOVE WS-ACC-ACCOUNT-TYPE(WS-AX) TO
                       WS-RIS-TYPE(WS-RIS-COUNT)
                   MOVE WS-ACC-BALANCE(WS-AX) TO
                       WS-RIS-BALANCE(WS-RIS-COUNT)
                   MOVE WS-ACCOUNT-ENTRY(WS-AX) TO
                       WS-RIS-SLOT-COPY(WS-RIS-COUNT)
               END-IF
           END-PERFORM.


      * One REISSUE-OUT on the old card and one REISSUE-IN on the new
      * card per account moved, each carrying the balance as its
      * amount, and one REISSUE audit entry linking the two cards.
       JOURNAL-REISSUE.
           OPEN EXTEND TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-JOURNAL-FILE
               CLOSE TRANSACTION-JOURNAL-FILE
               OPEN EXTEND TRANSACTION-JOURNAL-FILE
           END-IF.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open transaction journal; "
                   "the reissue was not journalled. Status: "
                   WS-JRNL-FILE-STATUS
           END-IF.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RIS-COUNT
               IF WS-JRNL-FILE-STATUS = "00"
                   MOVE WS-RIS-TYPE(WS-RX) TO WS-JE-ACCT-TYPE
                   IF WS-RIS-BALANCE(WS-RX) < 0
                       COMPUTE WS-JE-AMOUNT =
                           0 - WS-RIS-BALANCE(WS-RX)
                   ELSE
                       MOVE WS-RIS-BALANCE(WS-RX) TO WS-JE-AMOUNT
                   END-IF
                   MOVE MAINT-CARD TO WS-JE-CARD
                   MOVE "REISSUE-OUT" TO WS-JE-TYPE
                   MOVE WS-RIS-BALANCE(WS-RX) TO WS-JE-OLD-BAL
                   MOVE 0 TO WS-JE-NEW-BAL
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE WS-NEW-CARD TO WS-JE-CARD
                   MOVE "REISSUE-IN" TO WS-JE-TYPE
                   MOVE 0 TO WS-JE-OLD-BAL
                   MOVE WS-RIS-BALANCE(WS-RX) TO WS-JE-NEW-BAL
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
               MOVE "REISSUE" TO WS-AUD-ACTION
               MOVE MAINT-CARD TO WS-AUD-CARD
               MOVE WS-RIS-TYPE(WS-RX) TO WS-AUD-ACCT-TYPE
               MOVE WS-JE-AMOUNT TO WS-AUD-OLD-VALUE
               MOVE WS-JE-AMOUNT TO WS-AUD-NEW-VALUE
               MOVE WS-NEW-CARD TO WS-AUD-LINKED-CARD
               PERFORM WRITE-AUDIT-ENTRY
           END-PERFORM.
           IF WS-JRNL-FILE-STATUS = "00"
               CLOSE TRANSACTION-JOURNAL-FILE
           END-IF.


      * The customer's name and address are keyed on card number, so
      * the old card's record is re-keyed to the replacement.
       MOVE-CUSTOMER-TO-NEW-CARD.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND NOT = 0
               MOVE WS-NEW-CARD TO WS-CST-CARD(WS-CUST-FOUND)
               PERFORM SAVE-CUSTOMER-TABLE
           END-IF.


      * Standing orders drawn on the old card, and other cards'
      * orders paying into it, are redirected to the replacement in
      * place; the record length never changes, so each affected row
      * is simply rewritten.
       MOVE-STANDING-ORDERS.
           MOVE 0 TO WS-ORDERS-MOVED.
           MOVE "N" TO WS-SORD-EOF.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-SORD-FILE-STATUS NOT = "00"
               IF WS-SORD-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING: unable to open standing order "
                       "file for update. Status: "
                       WS-SORD-FILE-STATUS
               END-IF
           ELSE
               PERFORM UNTIL WS-SORD-EOF = "Y"
                   READ STANDING-ORDER-FILE
                       AT END MOVE "Y" TO WS-SORD-EOF
                       NOT AT END
                           IF SORD-CARD-NUMBER = MAINT-CARD OR
                               SORD-DEST-CARD = MAINT-CARD
                               IF SORD-CARD-NUMBER = MAINT-CARD
                                   MOVE WS-NEW-CARD TO
                                       SORD-CARD-NUMBER
                               END-IF
                               IF SORD-DEST-CARD = MAINT-CARD
                                   MOVE WS-NEW-CARD TO SORD-DEST-CARD
                               END-IF
                               REWRITE STORD-RECORD
                               IF WS-SORD-FILE-STATUS NOT = "00"
                                   DISPLAY "WARNING: standing order "
                                       "rewrite failed. Status: "
                                       WS-SORD-FILE-STATUS
                               ELSE
                                   ADD 1 TO WS-ORDERS-MOVED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.


           END-IF.


      * The site id stamped on journal entries comes from the SITEID
      * record on ATMPARM.DAT, so entries written by this program
      * attribute to the machine whose files it runs against; the
      * build default only covers an unconfigured site.
       LOAD-SITE-ID.
           MOVE "N" TO WS-PARM-EOF.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           IF PARM-SITE-ID-REC
                               MOVE PARM-SITE-ID TO WS-SITE-ID
                           END-IF
                           IF PARM-CUTOVER-REC
                               MOVE PARM-CUTOVER-TIME TO
                                   WS-CUTOVER-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.


      * The business day runs cutover to cutover: at or after the
      * cutover time the clock has passed into the next business
      * day, so the entry being stamped posts there.
       COMPUTE-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP(1:8) TO WS-BUSINESS-DATE.
           MOVE WS-NOW-STAMP(9:6) TO WS-NOW-TIME.
           IF WS-NOW-TIME >= WS-CUTOVER-TIME
               COMPUTE WS-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
           END-IF.


       WRITE-JOURNAL-ENTRY.
           PERFORM COMPUTE-BUSINESS-DATE.
           MOVE WS-JE-CARD TO JRNL-CARD-NUMBER.
           MOVE WS-JE-ACCT-TYPE TO JRNL-ACCOUNT-TYPE.
           MOVE WS-JE-TYPE TO JRNL-TRAN-TYPE.
           MOVE WS-JE-AMOUNT TO JRNL-AMOUNT.
           MOVE WS-JE-OLD-BAL TO JRNL-OLD-BALANCE.
           MOVE WS-JE-NEW-BAL TO JRNL-NEW-BALANCE.
           MOVE WS-NOW-STAMP TO JRNL-TIMESTAMP.
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
                   JRNL-CARD-NUMBER " status: " WS-JRNL-FILE-STATUS
           END-IF.


       END PROGRAM ACCT-MAINT.
