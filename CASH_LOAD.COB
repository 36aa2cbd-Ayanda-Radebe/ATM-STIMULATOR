      *          variance against the book figure is reported per
      *          denomination. Replaces the old practice of rerunning
      *          the setup utility, which wiped the cassette back to
      *          demo counts and destroyed the trail. The operator
      *          signs on against the operator security file (cash
      *          officer or supervisor), and an unload also needs a
      *          second, different operator to approve. Every action
      *          is also appended to the maintenance audit file with
      *          the operator id, any approver and a timestamp.
      *          The denominations offered are the terminal's
      *          configured cassettes (CASSETTE records on
      *          ATMPARM.DAT); notes of a denomination no longer
      *          fitted can still be removed and counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASSETTE-FILE.
       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 OPERATOR-ID PIC X(8).
       01 USER-CHOICE PIC 9.

       01 WS-CASH-TABLE.
           05 WS-CASH-COUNT-ENTRIES PIC 9(2) VALUE ZERO.
           05 WS-CASH-ENTRY OCCURS 10 TIMES.
               10 WS-CASH-DENOM-T PIC 9(4).
               10 WS-CASH-QTY PIC 9(6).
       01 WS-CX PIC 9(2).
       01 WS-CX-FOUND PIC 9(2).

      * The cassettes fitted to this terminal: one denomination per
      * cassette, largest first, from the CASSETTE records on
      * ATMPARM.DAT, the same set ATM-SIMULATOR dispenses from. A
      * terminal with none configured works with the denominations
      * on the cassette file as they stand.
       01 WS-DENOM-TABLE.
           05 WS-DENOM-ENTRIES PIC 9(1) VALUE ZERO.
           05 WS-DENOM-VALUE PIC 9(4) OCCURS 6 TIMES.
       01 WS-CASS-NUMBER-SEEN PIC X(6).
       01 WS-NEW-DENOM PIC 9(4).
       01 WS-DENOM-PLACED PIC X.
       01 WS-DENOM-DUPLICATE PIC X.
       01 WS-DX PIC 9(2).

      * Denominations the operator is asked for in the action in
      * hand: the configured cassettes and, for a removal or a
      * count, any other denomination still holding notes on the
      * cassette file. The notes keyed per denomination, and the
      * values derived from them, sit alongside.
       01 WS-ASK-TABLE.
           05 WS-ASK-ENTRIES PIC 9(2) VALUE ZERO.
           05 WS-ASK-DENOM PIC 9(4) OCCURS 10 TIMES.
       01 WS-ASK-UNFITTED PIC X.
       01 WS-MOVE-NOTES PIC 9(4) OCCURS 10 TIMES.
       01 WS-MOVE-DENOMS-USED PIC 9(2).
       01 WS-MIX-SLOT PIC 9(1).
       01 WS-MOVE-VALUE PIC 9(10).
       01 WS-BOOK-COUNT PIC 9(6).
       01 WS-BOOK-VALUE-BEFORE PIC 9(10).
           05 WS-AUD-OLD-VALUE PIC 9(10).
           05 WS-AUD-NEW-VALUE PIC 9(10).

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
           DISPLAY "==== Cassette Replenishment and Balancing ====".
           PERFORM OPERATOR-LOGON.
           PERFORM INITIALIZE-SESSION.
           PERFORM UNTIL WS-SESSION-ENDED = "Y"
               PERFORM DISPLAY-CASH-MENU
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
           MOVE "CS" TO WS-CHECK-ROLES.
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
           PERFORM LOAD-CASH-TABLE.
           IF WS-DENOM-ENTRIES = 0
               PERFORM DEFAULT-CASSETTE-CONFIG
           END-IF.
           OPEN EXTEND TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-JOURNAL-FILE
                   WS-JRNL-FILE-STATUS
               MOVE "Y" TO WS-SESSION-ENDED
           END-IF.


      * Picks up the site id, cutover time and cassette
      * denominations from the parameter file.
       LOAD-SITE-ID.
           MOVE "N" TO WS-PARM-EOF.
           MOVE 0 TO WS-DENOM-ENTRIES.
           MOVE SPACES TO WS-CASS-NUMBER-SEEN.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                               MOVE PARM-CUTOVER-TIME TO
                                   WS-CUTOVER-TIME
                           END-IF
                           IF PARM-CASSETTE-REC
                               PERFORM ADD-CONFIGURED-CASSETTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.


      * One CASSETTE parameter record: cassette number 1-6 and the
      * denomination it holds. A cassette number given twice, or a
      * denomination already fitted in another cassette, is reported
      * and the later record ignored.
       ADD-CONFIGURED-CASSETTE.
           IF PARM-CASS-NUMBER IS NOT NUMERIC OR
               PARM-CASS-DENOM IS NOT NUMERIC OR
               PARM-CASS-NUMBER < 1 OR PARM-CASS-NUMBER > 6 OR
               PARM-CASS-DENOM = 0
               DISPLAY "WARNING: invalid CASSETTE parameter record "
                   "ignored: " PARM-DATA
           ELSE
               IF WS-CASS-NUMBER-SEEN(PARM-CASS-NUMBER:1) = "Y"
                   DISPLAY "WARNING: cassette " PARM-CASS-NUMBER
                       " configured twice; denom " PARM-CASS-DENOM
                       " ignored."
               ELSE
                   MOVE PARM-CASS-DENOM TO WS-NEW-DENOM
                   PERFORM CHECK-DENOM-CONFIGURED
                   IF WS-DENOM-DUPLICATE = "Y"
                       DISPLAY "WARNING: denomination " WS-NEW-DENOM
                           " already in another cassette; cassette "
                           PARM-CASS-NUMBER " ignored."
                   ELSE
                       MOVE "Y" TO
                           WS-CASS-NUMBER-SEEN(PARM-CASS-NUMBER:1)
                       PERFORM INSERT-DENOMINATION
                   END-IF
               END-IF
           END-IF.


      * With no cassettes configured, the terminal works with the
      * denominations already on the cassette file, up to six.
       DEFAULT-CASSETTE-CONFIG.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               MOVE WS-CASH-DENOM-T(WS-CX) TO WS-NEW-DENOM
               PERFORM CHECK-DENOM-CONFIGURED
               IF WS-NEW-DENOM > 0 AND WS-DENOM-DUPLICATE NOT = "Y"
                   IF WS-DENOM-ENTRIES < 6
                       PERFORM INSERT-DENOMINATION
                   ELSE
                       DISPLAY "WARNING: more than 6 denominations on "
                           "the cassette file; denom " WS-NEW-DENOM
                           " is not fitted."
                   END-IF
               END-IF
           END-PERFORM.


       CHECK-DENOM-CONFIGURED.
           MOVE "N" TO WS-DENOM-DUPLICATE.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DENOM-ENTRIES
               IF WS-DENOM-VALUE(WS-DX) = WS-NEW-DENOM
                   MOVE "Y" TO WS-DENOM-DUPLICATE
               END-IF
           END-PERFORM.


      * Adds WS-NEW-DENOM to the configured denominations, keeping
      * them largest first: smaller values already held move down a
      * place until the new one's slot is reached.
       INSERT-DENOMINATION.
           ADD 1 TO WS-DENOM-ENTRIES.
           MOVE WS-DENOM-ENTRIES TO WS-DX.
           MOVE "N" TO WS-DENOM-PLACED.
           PERFORM UNTIL WS-DENOM-PLACED = "Y"
               IF WS-DX = 1
                   MOVE "Y" TO WS-DENOM-PLACED
               ELSE
                   IF WS-DENOM-VALUE(WS-DX - 1) > WS-NEW-DENOM
                       MOVE "Y" TO WS-DENOM-PLACED
                   ELSE
                       MOVE WS-DENOM-VALUE(WS-DX - 1) TO
                           WS-DENOM-VALUE(WS-DX)
                       SUBTRACT 1 FROM WS-DX
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-NEW-DENOM TO WS-DENOM-VALUE(WS-DX).


       LOAD-CASH-TABLE.
           MOVE 0 TO WS-CASH-COUNT-ENTRIES.
           MOVE "N" TO WS-CASH-EOF.
           END-IF.


      * Lists the denominations to ask for: the configured cassettes
      * and, when WS-ASK-UNFITTED is "Y", any other denomination the
      * cassette file still holds notes of.
       BUILD-ASK-LIST.
           MOVE 0 TO WS-ASK-ENTRIES.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DENOM-ENTRIES
               ADD 1 TO WS-ASK-ENTRIES
               MOVE WS-DENOM-VALUE(WS-DX) TO
                   WS-ASK-DENOM(WS-ASK-ENTRIES)
           END-PERFORM.
           IF WS-ASK-UNFITTED = "Y"
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
                   MOVE WS-CASH-DENOM-T(WS-CX) TO WS-NEW-DENOM
                   PERFORM CHECK-DENOM-CONFIGURED
                   IF WS-DENOM-DUPLICATE NOT = "Y" AND
                       WS-CASH-QTY(WS-CX) > 0 AND WS-ASK-ENTRIES < 10
                       ADD 1 TO WS-ASK-ENTRIES
                       MOVE WS-NEW-DENOM TO
                           WS-ASK-DENOM(WS-ASK-ENTRIES)
                   END-IF
               END-PERFORM
           END-IF.


       ASK-NOTE-COUNTS.
           PERFORM BUILD-ASK-LIST.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-ASK-ENTRIES
               IF WS-DX > WS-DENOM-ENTRIES
                   DISPLAY "Notes of " WS-ASK-DENOM(WS-DX)
                       " (not fitted): "
               ELSE
                   DISPLAY "Notes of " WS-ASK-DENOM(WS-DX) ": "
               END-IF
               ACCEPT WS-MOVE-NOTES(WS-DX)
           END-PERFORM.
           MOVE 0 TO WS-MOVE-VALUE.
           MOVE 0 TO WS-MOVE-DENOMS-USED.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-ASK-ENTRIES
               COMPUTE WS-MOVE-VALUE = WS-MOVE-VALUE +
                   (WS-MOVE-NOTES(WS-DX) * WS-ASK-DENOM(WS-DX))
               IF WS-MOVE-NOTES(WS-DX) > 0
                   ADD 1 TO WS-MOVE-DENOMS-USED
               END-IF
           END-PERFORM.


      * Finds the cassette file row for WS-NEW-DENOM; WS-CX-FOUND is
      * zero when the file has none.
       FIND-CASH-ROW.
           MOVE 0 TO WS-CX-FOUND.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               IF WS-CASH-DENOM-T(WS-CX) = WS-NEW-DENOM
                   MOVE WS-CX TO WS-CX-FOUND
               END-IF
           END-PERFORM.


           END-PERFORM.


      * A denomination loaded for the first time - a cassette newly
      * fitted - gets its row on the cassette file here.
       LOAD-NOTES.
           DISPLAY "Notes ADDED to the cassette, per denomination.".
           MOVE "N" TO WS-ASK-UNFITTED.
           PERFORM ASK-NOTE-COUNTS.
           IF WS-MOVE-VALUE = 0
               DISPLAY "Nothing to load."
           ELSE
               MOVE "Y" TO WS-MOVE-OK
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-ASK-ENTRIES
                   MOVE WS-ASK-DENOM(WS-DX) TO WS-NEW-DENOM
                   PERFORM FIND-CASH-ROW
                   IF WS-CX-FOUND = 0 AND WS-MOVE-NOTES(WS-DX) > 0
                       IF WS-CASH-COUNT-ENTRIES < 10
                           ADD 1 TO WS-CASH-COUNT-ENTRIES
                           MOVE WS-NEW-DENOM TO
                               WS-CASH-DENOM-T(WS-CASH-COUNT-ENTRIES)
                           MOVE 0 TO
                               WS-CASH-QTY(WS-CASH-COUNT-ENTRIES)
                       ELSE
                           DISPLAY "Cassette file is full; cannot add "
                               "denomination " WS-NEW-DENOM
                           MOVE "N" TO WS-MOVE-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MOVE-VALUE NOT = 0 AND WS-MOVE-OK = "Y"
               PERFORM COMPUTE-BOOK-VALUE
               MOVE WS-BOOK-VALUE-AFTER TO WS-BOOK-VALUE-BEFORE
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-ASK-ENTRIES
                   MOVE WS-ASK-DENOM(WS-DX) TO WS-NEW-DENOM
                   PERFORM FIND-CASH-ROW
                   IF WS-CX-FOUND > 0
                       ADD WS-MOVE-NOTES(WS-DX) TO
                           WS-CASH-QTY(WS-CX-FOUND)
                   END-IF
               END-PERFORM
               PERFORM SAVE-CASH-TABLE
               PERFORM COMPUTE-BOOK-VALUE
           END-IF.


      * Notes leave the cassette only with a second cash officer or
      * supervisor approving the unload. One unload journals at most
      * six denominations; more than that are taken off in two goes.
       REMOVE-NOTES.
           DISPLAY "Notes REMOVED from the cassette, per "
               "denomination.".
           MOVE "Y" TO WS-ASK-UNFITTED.
           PERFORM ASK-NOTE-COUNTS.
           IF WS-MOVE-VALUE = 0
               DISPLAY "Nothing to remove."
           ELSE
               MOVE "Y" TO WS-MOVE-OK
               IF WS-MOVE-DENOMS-USED > 6
                   DISPLAY "At most 6 denominations can be removed "
                       "at once; record the rest separately."
                   MOVE "N" TO WS-MOVE-OK
               END-IF
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-ASK-ENTRIES
                   MOVE 0 TO WS-BOOK-COUNT
                   MOVE WS-ASK-DENOM(WS-DX) TO WS-NEW-DENOM
                   PERFORM FIND-CASH-ROW
                   IF WS-CX-FOUND > 0
                       MOVE WS-CASH-QTY(WS-CX-FOUND) TO WS-BOOK-COUNT
                   END-IF
                   IF WS-MOVE-NOTES(WS-DX) > WS-BOOK-COUNT
                       DISPLAY "Cannot remove " WS-MOVE-NOTES(WS-DX)
                           " notes of " WS-ASK-DENOM(WS-DX)
                           "; book count is " WS-BOOK-COUNT
                       MOVE "N" TO WS-MOVE-OK
                   END-IF
               END-PERFORM
               IF WS-MOVE-OK = "Y"
                   MOVE "CS" TO WS-CHECK-ROLES
                   PERFORM OBTAIN-DUAL-CONTROL
                   MOVE WS-DUAL-APPROVED TO WS-MOVE-OK
               END-IF
               IF WS-MOVE-OK = "Y"
                   PERFORM COMPUTE-BOOK-VALUE
                   MOVE WS-BOOK-VALUE-AFTER TO WS-BOOK-VALUE-BEFORE
                   PERFORM VARYING WS-DX FROM 1 BY 1
                           UNTIL WS-DX > WS-ASK-ENTRIES
                       MOVE WS-ASK-DENOM(WS-DX) TO WS-NEW-DENOM
                       PERFORM FIND-CASH-ROW
                       IF WS-CX-FOUND > 0
                           SUBTRACT WS-MOVE-NOTES(WS-DX) FROM
                               WS-CASH-QTY(WS-CX-FOUND)
                       END-IF
                   END-PERFORM
                   PERFORM SAVE-CASH-TABLE
                   PERFORM COMPUTE-BOOK-VALUE
      * The operator keys the physically counted notes and the book
      * figure is proven against them. The book is never adjusted
      * here: a variance is a CIT / branch matter and the note counts
      * on the journal trail are what settles the argument. Every
      * configured cassette is counted, and so is any denomination
      * no longer fitted that the book still shows notes of.
       BALANCE-CASSETTE.
           DISPLAY "Physically counted notes, per denomination.".
           MOVE 0 TO WS-TOTAL-VARIANCE.
           MOVE "Y" TO WS-ASK-UNFITTED.
           PERFORM BUILD-ASK-LIST.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-ASK-ENTRIES
               DISPLAY "Counted notes of " WS-ASK-DENOM(WS-DX) ": "
               ACCEPT WS-COUNTED-NOTES
               MOVE 0 TO WS-BOOK-COUNT
               MOVE WS-ASK-DENOM(WS-DX) TO WS-NEW-DENOM
               PERFORM FIND-CASH-ROW
               IF WS-CX-FOUND > 0
                   MOVE WS-CASH-QTY(WS-CX-FOUND) TO WS-BOOK-COUNT
               END-IF
               COMPUTE WS-VARIANCE = WS-COUNTED-NOTES - WS-BOOK-COUNT
               COMPUTE WS-VARIANCE-VALUE =
                   WS-VARIANCE * WS-ASK-DENOM(WS-DX)
               ADD WS-VARIANCE-VALUE TO WS-TOTAL-VARIANCE
               DISPLAY "  Denomination " WS-ASK-DENOM(WS-DX)
                   " book " WS-BOOK-COUNT
                   " counted " WS-COUNTED-NOTES
                   " variance " WS-VARIANCE
       SHOW-BOOK-FIGURES.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               MOVE WS-CASH-DENOM-T(WS-CX) TO WS-NEW-DENOM
               PERFORM CHECK-DENOM-CONFIGURED
               IF WS-DENOM-DUPLICATE = "Y"
                   DISPLAY "Denomination " WS-CASH-DENOM-T(WS-CX)
                       " notes " WS-CASH-QTY(WS-CX)
               ELSE
                   DISPLAY "Denomination " WS-CASH-DENOM-T(WS-CX)
                       " notes " WS-CASH-QTY(WS-CX) " (not fitted)"
               END-IF
           END-PERFORM.
           PERFORM COMPUTE-BOOK-VALUE.
           DISPLAY "Cassette book value: " WS-BOOK-VALUE-AFTER.
           MOVE WS-NOW-STAMP TO JRNL-TIMESTAMP.
           MOVE SPACES TO JRNL-ORIG-TYPE.
           MOVE 0 TO JRNL-ORIG-TIMESTAMP.
           MOVE ZEROS TO JRNL-NOTE-COUNTS.
           MOVE ZEROS TO JRNL-NOTE-MIX.
           MOVE 0 TO WS-MIX-SLOT.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-ASK-ENTRIES
               IF WS-MOVE-NOTES(WS-DX) > 0 AND WS-MIX-SLOT < 6
                   ADD 1 TO WS-MIX-SLOT
                   MOVE WS-ASK-DENOM(WS-DX) TO
                       JRNL-MIX-DENOM(WS-MIX-SLOT)
                   MOVE WS-MOVE-NOTES(WS-DX) TO
                       JRNL-MIX-COUNT(WS-MIX-SLOT)
               END-IF
           END-PERFORM.
           MOVE WS-SITE-ID TO JRNL-TERMINAL-ID.
           MOVE WS-BUSINESS-DATE TO JRNL-BUSINESS-DATE.
           MOVE SPACES TO JRNL-BILLER-CODE.
           MOVE SPACES TO JRNL-BILL-REFERENCE.
           WRITE JRNL-RECORD.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: journal write failed for cash "
           MOVE SPACES TO MNT-ACCOUNT-TYPE.
           MOVE WS-BOOK-VALUE-BEFORE TO MNT-OLD-VALUE.
           MOVE WS-BOOK-VALUE-AFTER TO MNT-NEW-VALUE.
           MOVE SPACES TO MNT-LINKED-CARD.
           MOVE WS-APPROVER-ID TO MNT-APPROVER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-TIMESTAMP.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance audit write failed. "
                   "Status: " WS-AUDIT-FILE-STATUS
           END-IF.
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


       END PROGRAM CASH-LOAD.
