      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: Operator file maintenance for branch supervisors.
      *          Keeps OPERATOR.DAT, the operator security file every
      *          back-office program and the ATM supervisor function
      *          sign on against: adds operators, resets a PIN,
      *          changes a role (teller, supervisor, cash officer),
      *          revokes an operator and reinstates one that was
      *          revoked or locked out after failed sign-ons. PINs are
      *          held only as a hash. Only a supervisor can sign on,
      *          and a supervisor cannot change their own role or
      *          status. When the file holds no operators the first
      *          supervisor is set up at sign-on. Every action is
      *          appended to the maintenance audit file with the
      *          operator id and a timestamp.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       01 OPERATOR-ID PIC X(8).
       01 USER-CHOICE PIC 9.
       01 WS-SESSION-ENDED PIC X VALUE "N".
       01 WS-AUDIT-FILE-STATUS PIC XX.

      * Operator security: operators are held on OPERATOR.DAT with
      * the PIN kept only as a hash of the operator id and PIN under
      * the site key. The table is reread for every check, so a
      * revoke or lockout made elsewhere takes effect at once.
      * WS-CHECK-ROLES lists the roles (T teller, S supervisor, C
      * cash officer) the function in hand accepts; WS-CHECK-ACTION
      * comes back as the audit action for the outcome.
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
      * The operator being added or acted on, and the new PIN keyed
      * twice. A PIN is 4 to 8 digits.
       01 WS-TARGET-ID PIC X(8).
       01 WS-TARGET-INDEX PIC 9(3).
       01 WS-NEW-NAME PIC X(30).
       01 WS-NEW-ROLE PIC X(1).
       01 WS-NEW-PIN PIC X(8).
       01 WS-CONFIRM-PIN PIC X(8).
       01 WS-PIN-LEN PIC 9(2).
       01 WS-PIN-OK PIC X.
       01 WS-ROLE-OK PIC X.
       01 WS-TARGET-OK PIC X.
      * Dual control: the third supervisor who approved a PIN reset
      * for a supervisor, different from both the one signed on and
      * the one whose PIN is reset. Cleared once the action's audit
      * entry is written.
       01 WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01 WS-DUAL-APPROVED PIC X.

       01 WS-AUD-ACTION PIC X(12).
       01 WS-AUD-ROLE PIC X(1).

       01 WS-ROLE-NAME PIC X(12).
       01 WS-STATUS-NAME PIC X(8).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== Operator Maintenance (Back Office) ====".
           PERFORM OPERATOR-LOGON.
           PERFORM UNTIL WS-SESSION-ENDED = "Y"
               PERFORM DISPLAY-OPERATOR-MENU
           END-PERFORM.
           CLOSE MAINT-AUDIT-FILE.
           DISPLAY "Operator maintenance session ended.".
           STOP RUN.


      * Signs the supervisor on against the operator file. The audit
      * file is opened first so the outcome is on the trail whichever
      * way it goes; a refused sign-on ends the session. An operator
      * file with no operators on it - a new installation - has no
      * one to sign on as, so the first supervisor is set up instead.
       OPERATOR-LOGON.
           PERFORM OPEN-AUDIT-FILE.
           IF WS-SESSION-ENDED = "Y"
               STOP RUN
           END-IF.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPR-LOADED NOT = "Y" AND WS-OPR-FILE-STATUS NOT = "35"
               DISPLAY "Session ended."
               CLOSE MAINT-AUDIT-FILE
               STOP RUN
           END-IF.
           IF WS-OPR-COUNT = 0
               PERFORM SET-UP-FIRST-SUPERVISOR
           ELSE
               DISPLAY "Enter operator id: "
               ACCEPT OPERATOR-ID
               IF OPERATOR-ID = SPACES
                   DISPLAY "An operator id is required. Session ended."
                   CLOSE MAINT-AUDIT-FILE
                   STOP RUN
               END-IF
               DISPLAY "Enter operator PIN: "
               ACCEPT WS-CHECK-PIN
               MOVE OPERATOR-ID TO WS-CHECK-ID
               MOVE "S" TO WS-CHECK-ROLES
               PERFORM CHECK-OPERATOR
               PERFORM WRITE-SECURITY-AUDIT
               IF WS-CHECK-RESULT NOT = "Y"
                   DISPLAY "Session ended."
                   CLOSE MAINT-AUDIT-FILE
                   STOP RUN
               END-IF
               DISPLAY "Signed on: " WS-OPR-NAME(WS-OPR-FOUND)
           END-IF.


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


      * The first supervisor on a new operator file is added under
      * their own id and the session continues signed on as them.
      * Once the file holds anyone, this path is closed.
       SET-UP-FIRST-SUPERVISOR.
           DISPLAY "The operator file holds no operators. Set up the "
               "first supervisor.".
           DISPLAY "Enter operator id: ".
           ACCEPT WS-TARGET-ID.
           IF WS-TARGET-ID = SPACES
               DISPLAY "An operator id is required. Session ended."
               CLOSE MAINT-AUDIT-FILE
               STOP RUN
           END-IF.
           DISPLAY "Enter operator name: ".
           ACCEPT WS-NEW-NAME.
           PERFORM ASK-NEW-PIN.
           IF WS-PIN-OK NOT = "Y"
               DISPLAY "Session ended."
               CLOSE MAINT-AUDIT-FILE
               STOP RUN
           END-IF.
           MOVE "S" TO WS-NEW-ROLE.
           MOVE WS-TARGET-ID TO OPERATOR-ID.
           PERFORM ADD-OPERATOR-ENTRY.
           DISPLAY "Signed on: " WS-NEW-NAME.


       DISPLAY-OPERATOR-MENU.
           DISPLAY " ".
           DISPLAY "1. Add operator".
           DISPLAY "2. Reset operator PIN".
           DISPLAY "3. Change operator role".
           DISPLAY "4. Revoke operator".
           DISPLAY "5. Reinstate or unlock operator".
           DISPLAY "6. List operators".
           DISPLAY "7. Exit".
           ACCEPT USER-CHOICE.
           IF USER-CHOICE = 1 THEN
               PERFORM ADD-OPERATOR
           ELSE
               IF USER-CHOICE = 2 THEN
               PERFORM RESET-OPERATOR-PIN
           ELSE
               IF USER-CHOICE = 3 THEN
               PERFORM CHANGE-OPERATOR-ROLE
           ELSE
               IF USER-CHOICE = 4 THEN
               PERFORM REVOKE-OPERATOR
           ELSE
               IF USER-CHOICE = 5 THEN
               PERFORM REINSTATE-OPERATOR
           ELSE
               IF USER-CHOICE = 6 THEN
               PERFORM LIST-OPERATORS
           ELSE
               IF USER-CHOICE = 7 THEN
                   MOVE "Y" TO WS-SESSION-ENDED
           ELSE
               DISPLAY "Invalid choice, Please try again"
           END-IF.


       ADD-OPERATOR.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPR-COUNT >= 200
               DISPLAY "Operator table is full; cannot add another "
                   "operator."
           ELSE
               DISPLAY "Enter new operator id: "
               ACCEPT WS-TARGET-ID
               PERFORM FIND-TARGET-OPERATOR
               IF WS-TARGET-ID = SPACES
                   DISPLAY "An operator id is required."
               ELSE
               IF WS-TARGET-INDEX NOT = 0
                   DISPLAY "Operator " WS-TARGET-ID
                       " is already on file."
               ELSE
                   DISPLAY "Enter operator name: "
                   ACCEPT WS-NEW-NAME
                   PERFORM ASK-NEW-ROLE
                   IF WS-ROLE-OK = "Y"
                       PERFORM ASK-NEW-PIN
                       IF WS-PIN-OK = "Y"
                           PERFORM ADD-OPERATOR-ENTRY
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.


      * Appends WS-TARGET-ID to the table as an active operator with
      * the role and PIN just keyed, rewrites the file and audits it.
       ADD-OPERATOR-ENTRY.
           ADD 1 TO WS-OPR-COUNT.
           MOVE WS-TARGET-ID TO WS-OPR-ID(WS-OPR-COUNT).
           MOVE WS-NEW-NAME TO WS-OPR-NAME(WS-OPR-COUNT).
           MOVE WS-TARGET-ID TO WS-CHECK-ID.
           MOVE WS-NEW-PIN TO WS-CHECK-PIN.
           PERFORM HASH-OPERATOR-PIN.
           MOVE WS-PIN-HASH TO WS-OPR-PIN-HASH(WS-OPR-COUNT).
           MOVE WS-NEW-ROLE TO WS-OPR-ROLE(WS-OPR-COUNT).
           MOVE "A" TO WS-OPR-STATUS(WS-OPR-COUNT).
           MOVE 0 TO WS-OPR-FAILED-LOGONS(WS-OPR-COUNT).
           MOVE 0 TO WS-OPR-LAST-LOGON(WS-OPR-COUNT).
           PERFORM SAVE-OPERATOR-TABLE.
           MOVE "OPR-ADD" TO WS-AUD-ACTION.
           MOVE WS-NEW-ROLE TO WS-AUD-ROLE.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Operator " WS-TARGET-ID " added.".


      * A new PIN clears the failed sign-on count but leaves the
      * status alone: a locked-out operator is let back in with
      * option 5 once the new PIN has been handed over. A supervisor
      * never resets their own PIN here, and a supervisor's PIN is
      * reset only once a third supervisor has approved it, so no
      * one supervisor can take over another's sign-on. Approval
      * rereads the operator file, so the target is found again
      * before the new PIN is set.
       RESET-OPERATOR-PIN.
           PERFORM LOAD-OPERATOR-TABLE.
           DISPLAY "Enter operator id: ".
           ACCEPT WS-TARGET-ID.
           PERFORM FIND-TARGET-OPERATOR.
           PERFORM CHECK-TARGET-NOT-SELF.
           IF WS-TARGET-OK = "Y"
               PERFORM ASK-NEW-PIN
               MOVE "Y" TO WS-DUAL-APPROVED
               IF WS-PIN-OK = "Y" AND
                   WS-OPR-ROLE(WS-TARGET-INDEX) = "S"
                   MOVE "S" TO WS-CHECK-ROLES
                   PERFORM OBTAIN-DUAL-CONTROL
                   PERFORM FIND-TARGET-OPERATOR
               END-IF
               IF WS-PIN-OK = "Y"
                   IF WS-DUAL-APPROVED NOT = "Y"
                       DISPLAY "PIN left unchanged."
                   ELSE
                   IF WS-TARGET-INDEX = 0
                       DISPLAY "Operator not found on operator file."
                   ELSE
                       MOVE WS-TARGET-ID TO WS-CHECK-ID
                       MOVE WS-NEW-PIN TO WS-CHECK-PIN
                       PERFORM HASH-OPERATOR-PIN
                       MOVE WS-PIN-HASH TO
                           WS-OPR-PIN-HASH(WS-TARGET-INDEX)
                       MOVE 0 TO WS-OPR-FAILED-LOGONS(WS-TARGET-INDEX)
                       PERFORM SAVE-OPERATOR-TABLE
                       MOVE "OPR-PINRESET" TO WS-AUD-ACTION
                       MOVE WS-OPR-ROLE(WS-TARGET-INDEX) TO
                           WS-AUD-ROLE
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY "PIN reset for operator " WS-TARGET-ID
                           "."
                   END-IF
                   END-IF
               END-IF
           END-IF.


       CHANGE-OPERATOR-ROLE.
           PERFORM LOAD-OPERATOR-TABLE.
           DISPLAY "Enter operator id: ".
           ACCEPT WS-TARGET-ID.
           PERFORM FIND-TARGET-OPERATOR.
           PERFORM CHECK-TARGET-NOT-SELF.
           IF WS-TARGET-OK = "Y"
               PERFORM ASK-NEW-ROLE
               IF WS-ROLE-OK = "Y"
                   MOVE WS-NEW-ROLE TO WS-OPR-ROLE(WS-TARGET-INDEX)
                   PERFORM SAVE-OPERATOR-TABLE
                   MOVE "OPR-ROLE" TO WS-AUD-ACTION
                   MOVE WS-NEW-ROLE TO WS-AUD-ROLE
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Role changed for operator " WS-TARGET-ID
                       "."
               END-IF
           END-IF.


      * A revoked operator stays on the file, so their history on the
      * audit trail still resolves to a name.
       REVOKE-OPERATOR.
           PERFORM LOAD-OPERATOR-TABLE.
           DISPLAY "Enter operator id: ".
           ACCEPT WS-TARGET-ID.
           PERFORM FIND-TARGET-OPERATOR.
           PERFORM CHECK-TARGET-NOT-SELF.
           IF WS-TARGET-OK = "Y"
               IF WS-OPR-STATUS(WS-TARGET-INDEX) = "R"
                   DISPLAY "Operator " WS-TARGET-ID
                       " is already revoked."
               ELSE
                   MOVE "R" TO WS-OPR-STATUS(WS-TARGET-INDEX)
                   PERFORM SAVE-OPERATOR-TABLE
                   MOVE "OPR-REVOKE" TO WS-AUD-ACTION
                   MOVE WS-OPR-ROLE(WS-TARGET-INDEX) TO WS-AUD-ROLE
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Operator " WS-TARGET-ID " revoked."
               END-IF
           END-IF.


      * Returns a revoked or locked-out operator to active with the
      * failed sign-on count cleared.
       REINSTATE-OPERATOR.
           PERFORM LOAD-OPERATOR-TABLE.
           DISPLAY "Enter operator id: ".
           ACCEPT WS-TARGET-ID.
           PERFORM FIND-TARGET-OPERATOR.
           PERFORM CHECK-TARGET-NOT-SELF.
           IF WS-TARGET-OK = "Y"
               IF WS-OPR-STATUS(WS-TARGET-INDEX) = "A"
                   DISPLAY "Operator " WS-TARGET-ID
                       " is already active."
               ELSE
                   MOVE "A" TO WS-OPR-STATUS(WS-TARGET-INDEX)
                   MOVE 0 TO WS-OPR-FAILED-LOGONS(WS-TARGET-INDEX)
                   PERFORM SAVE-OPERATOR-TABLE
                   MOVE "OPR-RESTORE" TO WS-AUD-ACTION
                   MOVE WS-OPR-ROLE(WS-TARGET-INDEX) TO WS-AUD-ROLE
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Operator " WS-TARGET-ID " reinstated."
               END-IF
           END-IF.


       LIST-OPERATORS.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPR-COUNT = 0
               DISPLAY "No operators on file."
           ELSE
               DISPLAY "Id       Name                           "
                   "Role         Status   Fails Last sign-on"
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OPR-COUNT
                   MOVE WS-OPR-ROLE(WS-OX) TO WS-NEW-ROLE
                   PERFORM SET-ROLE-NAME
                   IF WS-OPR-STATUS(WS-OX) = "A"
                       MOVE "ACTIVE" TO WS-STATUS-NAME
                   ELSE
                   IF WS-OPR-STATUS(WS-OX) = "R"
                       MOVE "REVOKED" TO WS-STATUS-NAME
                   ELSE
                   IF WS-OPR-STATUS(WS-OX) = "L"
                       MOVE "LOCKED" TO WS-STATUS-NAME
                   ELSE
                       MOVE WS-OPR-STATUS(WS-OX) TO WS-STATUS-NAME
                   END-IF
                   END-IF
                   END-IF
                   DISPLAY WS-OPR-ID(WS-OX) " " WS-OPR-NAME(WS-OX) " "
                       WS-ROLE-NAME " " WS-STATUS-NAME " "
                       WS-OPR-FAILED-LOGONS(WS-OX) "     "
                       WS-OPR-LAST-LOGON(WS-OX)
               END-PERFORM
           END-IF.


       SET-ROLE-NAME.
           IF WS-NEW-ROLE = "T"
               MOVE "TELLER" TO WS-ROLE-NAME
           ELSE
           IF WS-NEW-ROLE = "S"
               MOVE "SUPERVISOR" TO WS-ROLE-NAME
           ELSE
           IF WS-NEW-ROLE = "C"
               MOVE "CASH OFFICER" TO WS-ROLE-NAME
           ELSE
               MOVE WS-NEW-ROLE TO WS-ROLE-NAME
           END-IF
           END-IF
           END-IF.


       FIND-TARGET-OPERATOR.
           MOVE 0 TO WS-TARGET-INDEX.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OPR-COUNT OR WS-TARGET-INDEX NOT = 0
               IF WS-OPR-ID(WS-OX) = WS-TARGET-ID
                   MOVE WS-OX TO WS-TARGET-INDEX
               END-IF
           END-PERFORM.


      * A supervisor's own PIN, role and status are changed by
      * another supervisor, never by themselves. Nothing is changed
      * against an operator file that could not be read in full.
       CHECK-TARGET-NOT-SELF.
           MOVE "N" TO WS-TARGET-OK.
           IF WS-OPR-LOADED NOT = "Y"
               DISPLAY "Operator file is not available; no change "
                   "made."
           ELSE
           IF WS-TARGET-INDEX = 0
               DISPLAY "Operator not found on operator file."
           ELSE
           IF WS-TARGET-ID = OPERATOR-ID
               DISPLAY "You cannot change your own PIN, role or "
                   "status."
           ELSE
               MOVE "Y" TO WS-TARGET-OK
           END-IF
           END-IF
           END-IF.


       ASK-NEW-ROLE.
           MOVE "N" TO WS-ROLE-OK.
           DISPLAY "Enter role (T teller, S supervisor, C cash "
               "officer): ".
           ACCEPT WS-NEW-ROLE.
           INSPECT WS-NEW-ROLE CONVERTING "tsc" TO "TSC".
           IF WS-NEW-ROLE = "T" OR WS-NEW-ROLE = "S" OR
               WS-NEW-ROLE = "C"
               MOVE "Y" TO WS-ROLE-OK
           ELSE
               DISPLAY "Role must be T, S or C."
           END-IF.


      * The new PIN is keyed twice and must be 4 to 8 digits.
       ASK-NEW-PIN.
           MOVE "N" TO WS-PIN-OK.
           DISPLAY "Enter new PIN (4 to 8 digits): ".
           ACCEPT WS-NEW-PIN.
           DISPLAY "Re-enter new PIN: ".
           ACCEPT WS-CONFIRM-PIN.
           MOVE 0 TO WS-PIN-LEN.
           INSPECT WS-NEW-PIN TALLYING WS-PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PIN-LEN < 4
               DISPLAY "PIN must be 4 to 8 digits."
           ELSE
           IF WS-NEW-PIN(1:WS-PIN-LEN) IS NOT NUMERIC
               DISPLAY "PIN must be 4 to 8 digits."
           ELSE
           IF WS-PIN-LEN < 8 AND
               WS-NEW-PIN(WS-PIN-LEN + 1:) NOT = SPACES
               DISPLAY "PIN must be 4 to 8 digits."
           ELSE
           IF WS-CONFIRM-PIN NOT = WS-NEW-PIN
               DISPLAY "The two PINs do not match."
           ELSE
               MOVE "Y" TO WS-PIN-OK
           END-IF
           END-IF
           END-IF
           END-IF.


       WRITE-AUDIT-ENTRY.
           MOVE OPERATOR-ID TO MNT-OPERATOR-ID.
           MOVE WS-AUD-ACTION TO MNT-ACTION.
           MOVE WS-TARGET-ID TO MNT-CARD-NUMBER.
           MOVE WS-AUD-ROLE TO MNT-ACCOUNT-TYPE.
           MOVE 0 TO MNT-OLD-VALUE.
           MOVE 0 TO MNT-NEW-VALUE.
           MOVE SPACES TO MNT-LINKED-CARD.
           MOVE WS-APPROVER-ID TO MNT-APPROVER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance audit write failed for "
                   "operator " MNT-CARD-NUMBER " status: "
                   WS-AUDIT-FILE-STATUS
           END-IF.
           MOVE SPACES TO WS-APPROVER-ID.


      * Verifies WS-CHECK-ID and WS-CHECK-PIN against the operator
      * file for a function open to the roles in WS-CHECK-ROLES. A
      * wrong PIN counts towards the lockout, and the third in a row
      * locks the operator out until another supervisor lifts it
      * here. An unknown id and a wrong PIN get the same
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
      * the PIN itself is never kept. Every program that signs
      * operators on checks it with the same key and arithmetic, so
      * they must not drift.
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


      * A PIN reset for a supervisor goes through only once a third
      * supervisor - neither the one signed on nor the one whose PIN
      * is reset - has keyed their own id and PIN. The approver's id
      * goes on the OPR-PINRESET audit entry; a refused approval is
      * audited under the id the would-be approver keyed.
       OBTAIN-DUAL-CONTROL.
           MOVE "N" TO WS-DUAL-APPROVED.
           MOVE SPACES TO WS-APPROVER-ID.
           DISPLAY "This action needs another supervisor to approve.".
           DISPLAY "Approving operator id: ".
           ACCEPT WS-CHECK-ID.
           DISPLAY "Approving operator PIN: ".
           ACCEPT WS-CHECK-PIN.
           IF WS-CHECK-ID = OPERATOR-ID
               DISPLAY "The approver must be a different operator."
               MOVE "APPROVE-FAIL" TO WS-CHECK-ACTION
           ELSE
           IF WS-CHECK-ID = WS-TARGET-ID
               DISPLAY "The approver cannot be the operator whose PIN "
                   "is being reset."
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
           END-IF
           END-IF.
           IF WS-DUAL-APPROVED NOT = "Y"
               DISPLAY "Not approved; the action was not posted."
               PERFORM WRITE-SECURITY-AUDIT
           END-IF.

       END PROGRAM OPER-MAINT.
