               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT INFLIGHT-LOG-FILE ASSIGN TO "INFLIGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFL-FILE-STATUS.

           SELECT BILLER-FILE ASSIGN TO "BILLER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  INFLIGHT-LOG-FILE.
           COPY INFLTREC.

       FD  BILLER-FILE.
           COPY BILLREC.

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01 CARD-NUMBER PIC X(16).
       01 PIN PIC X(4).
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
       01 WS-MID-INDEX PIC 9(4).
       01 WS-FIRST-OF-CARD PIC 9(4).
       01 WS-TABLE-UNSORTED PIC X.
      * Set when a record was written before the overdraft limit or
      * the hot-list reason was added to the layout; such a master
      * is rewritten in full once at load so later in-place
      * rewrites keep the record length.
       01 WS-TABLE-SHORT-RECORDS PIC X.
       01 WS-PREV-CARD PIC X(16).
       01 WS-PREV-TYPE PIC X(3).
       01 WS-HOLD-ENTRY.
           05 WS-CURR-CARD-NUMBER PIC X(16).
           05 WS-CURR-ACCOUNT-TYPE PIC X(3).
           05 WS-CURR-PIN PIC X(4).
           05 WS-CURR-BALANCE PIC S9(10)V99.
           05 WS-CURR-HELD-AMOUNT PIC 9(10)V99.
           05 WS-CURR-STATUS PIC X(1).
               88 WS-CURR-DORMANT VALUE "D".
           05 WS-CURR-FAILED-ATTEMPTS PIC 9(1).
           05 WS-CURR-DAILY-LIMIT PIC 9(10)V99.
           05 WS-CURR-DAILY-WITHDRAWN PIC 9(10)V99.
           05 WS-CURR-LAST-ACTIVITY-DATE PIC 9(8).
           05 WS-CURR-OVERDRAFT-LIMIT PIC 9(10)V99.
       01 WS-CURR-INDEX PIC 9(4).
       01 WS-DEST-INDEX PIC 9(4).

               10 WS-CASH-DENOM-T PIC 9(4).
               10 WS-CASH-QTY PIC 9(6).
       01 WS-CX PIC 9(2).
       01 WS-CX-FOUND PIC 9(2).

       01 WS-FILE-STATUS-GROUP.
           05 WS-ACCT-FILE-STATUS PIC XX.
           05 WS-RSEQ-FILE-STATUS PIC XX.
           05 WS-SORD-FILE-STATUS PIC XX.
           05 WS-CUST-FILE-STATUS PIC XX.
           05 WS-IFL-FILE-STATUS PIC XX.
           05 WS-BILL-FILE-STATUS PIC XX.

      * Low-cash floors per denomination, read from ATMPARM.DAT at
      * session start. A missing parameter file, or a denomination
           05 FILLER PIC X(8) VALUE " AMOUNT ".
           05 WS-RT-AMOUNT PIC Z(7)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
      * Notes paid out, three denominations to a line; only the
      * denominations actually dispensed are printed.
       01 WS-RCPT-NOTES-LINE.
           05 WS-RN-LABEL PIC X(6).
           05 WS-RN-ITEM OCCURS 3 TIMES.
               10 WS-RN-DENOM PIC 9(4).
               10 WS-RN-TIMES PIC X(1).
               10 WS-RN-COUNT PIC 9(4).
               10 FILLER PIC X(1).
           05 FILLER PIC X(4).
       01 WS-RN-SLOT PIC 9(1).
       01 WS-RCPT-LIMIT-LINE.
           05 FILLER PIC X(22) VALUE "REMAINING DAILY LIMIT ".
           05 WS-RL-LIMIT PIC Z(7)9.99.
           05 FILLER PIC X(7) VALUE SPACES.
      * Printed on a bill payment only: the biller paid and the
      * customer's reference with them.
       01 WS-RCPT-BILLER-LINE.
           05 FILLER PIC X(5) VALUE "PAID ".
           05 WS-RB-NAME PIC X(30).
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-RCPT-BILLREF-LINE.
           05 FILLER PIC X(5) VALUE "REF  ".
           05 WS-RB-REFERENCE PIC X(20).
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-RCPT-AVAIL-LINE.
           05 FILLER PIC X(10) VALUE "AVAILABLE ".
           05 WS-RA-AVAIL PIC -(8)9.99.
           05 FILLER PIC X(6) VALUE " TOTAL".
           05 WS-RA-TOTAL PIC -(8)9.99.

       01 WS-SESSION-FLAGS.
           05 WS-SESSION-ENDED PIC X VALUE "N".
       01 WS-NOW-TIME PIC 9(6).
       01 WS-ENTRY-BUS-DATE PIC 9(8).
       01 WS-REMAINING-LIMIT PIC 9(10)V99.
       01 WS-DEST-OLD-BAL PIC S9(10)V99.
      * Funds available to draw against: the balance less the
      * deposits still on verification hold, plus on a cheque account
      * whatever part of its overdraft limit is not yet used.
       01 WS-AVAILABLE-BALANCE PIC S9(10)V99.
      * Screen formatting of amounts: every customer-facing figure
      * goes out with its cents shown, and an overdrawn balance with
      * a leading minus.
       01 WS-EDIT-AMOUNT PIC -(10)9.99.
       01 WS-EDIT-AMOUNT-2 PIC -(10)9.99.

      * Journal entry staging area, filled before PERFORM
      * WRITE-JOURNAL-ENTRY. The ORIG fields are only set by
      * SUPERVISOR-REVERSAL, and the biller fields by PAY-BILL; both
      * are cleared again after every write so ordinary transactions
      * never carry a stale reference.
       01 WS-JOURNAL-ENTRY.
           05 WS-JE-CARD PIC X(16).
           05 WS-JE-ACCT-TYPE PIC X(3).
           05 WS-JE-TYPE PIC X(12).
           05 WS-JE-AMOUNT PIC 9(10)V99.
           05 WS-JE-OLD-BAL PIC S9(10)V99.
           05 WS-JE-NEW-BAL PIC S9(10)V99.
           05 WS-JE-ORIG-TYPE PIC X(12) VALUE SPACES.
           05 WS-JE-ORIG-TSTAMP PIC 9(14) VALUE ZERO.
           05 WS-JE-MIX-ENTRY OCCURS 6 TIMES.
               10 WS-JE-MIX-DENOM PIC 9(4) VALUE ZERO.
               10 WS-JE-MIX-COUNT PIC 9(4) VALUE ZERO.
           05 WS-JE-BILLER-CODE PIC X(6) VALUE SPACES.
           05 WS-JE-BILL-REFERENCE PIC X(20) VALUE SPACES.

      * Biller master, read from BILLER.DAT each time a customer
      * chooses bill payment so a biller added or suspended by
      * operations is seen at once.
       01 WS-BILLER-TABLE.
           05 WS-BLR-COUNT PIC 9(2) VALUE ZERO.
           05 WS-BLR-ENTRY OCCURS 50 TIMES.
               10 WS-BLR-CODE PIC X(6).
               10 WS-BLR-NAME PIC X(30).
               10 WS-BLR-STATUS PIC X(1).
               10 WS-BLR-CHARSET PIC X(1).
               10 WS-BLR-CHECK PIC X(1).
               10 WS-BLR-PREFIX PIC X(4).
               10 WS-BLR-MIN-LEN PIC 9(2).
               10 WS-BLR-MAX-LEN PIC 9(2).
       01 WS-BX PIC 9(2).
       01 WS-BLR-FOUND PIC 9(2).
       01 WS-BILL-EOF PIC X VALUE "N".

      * Bill payment capture. WS-BP-OK gates each step; the
      * reference checks work on its significant length and, for a
      * check-digit biller, a running modulus-10 sum.
       01 WS-BP-OK PIC X.
       01 WS-BP-CODE-INPUT PIC X(6).
       01 WS-BP-REFERENCE PIC X(20).
       01 WS-BP-CONFIRM PIC X.
       01 WS-BP-REF-LEN PIC 9(2).
       01 WS-BP-PREFIX-LEN PIC 9(2).
       01 WS-BP-CX PIC 9(2).
       01 WS-BP-DIGIT PIC 9(1).
       01 WS-BP-DOUBLED PIC 9(2).
       01 WS-BP-LUHN-SUM PIC 9(4).
       01 WS-BP-LUHN-QUOT PIC 9(4).
       01 WS-BP-LUHN-REM PIC 9(1).
       01 WS-BP-DOUBLE-NEXT PIC X.

      * In-flight transaction log staging area. A money transaction
      * fills it with the before and after images of everything it
      * is about to change and logs it as begun before the first
      * file is touched; once the master, journal and cassette are
      * all written it is logged complete. The sequence numbers the
      * session's transactions so two in the same second stay
      * distinct.
           COPY INFLTREC REPLACING LEADING ==IFL== BY ==WS-IFL==.
       01 WS-IFL-SESSION-SEQ PIC 9(4) VALUE ZERO.
       01 WS-IFL-EOF PIC X VALUE "N".
       01 WS-IFL-BEGUN PIC 9(6) VALUE ZERO.
       01 WS-IFL-SETTLED PIC 9(6) VALUE ZERO.

      * Supervisor authorization for reversals: the supervisor signs
      * on with their own operator id and PIN, checked against the
      * operator file, and every sign-on and reversal goes on the
      * maintenance audit file. A reversal above WS-DUAL-THRESHOLD
      * (DUALAMT parameter) needs a second supervisor to approve it.
       01 SUPERVISOR-ID PIC X(8).
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-DUAL-THRESHOLD PIC 9(10)V99 VALUE 1000.00.
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

      * Today's reversible entries (withdrawals and deposits) for the
      * authenticated card, rebuilt from the journal each time the
               10 WS-RVT-TYPE PIC X(12).
               10 WS-RVT-AMOUNT PIC 9(10)V99.
               10 WS-RVT-TIMESTAMP PIC 9(14).
               10 WS-RVT-NOTE-MIX.
                   15 WS-RVT-MIX-ENTRY OCCURS 6 TIMES.
                       20 WS-RVT-MIX-DENOM PIC 9(4).
                       20 WS-RVT-MIX-COUNT PIC 9(4).
               10 WS-RVT-REVERSED PIC X.
       01 WS-RX PIC 9(2).
       01 WS-RVT-CHOICE PIC 9(2).
       01 WS-RVT-MARKED PIC X.
       01 WS-REVERSAL-OK PIC X.

      * The cassettes fitted to this terminal: one denomination per
      * cassette, largest first, from the CASSETTE records on
      * ATMPARM.DAT. A terminal with none configured works with the
      * denominations on the cassette file as they stand.
       01 WS-DENOM-TABLE.
           05 WS-DENOM-ENTRIES PIC 9(1) VALUE ZERO.
           05 WS-DENOM-VALUE PIC 9(4) OCCURS 6 TIMES.
       01 WS-CASS-NUMBER-SEEN PIC X(6).
       01 WS-NEW-DENOM PIC 9(4).
       01 WS-DENOM-PLACED PIC X.
       01 WS-DENOM-DUPLICATE PIC X.

      * Cash-denomination breakdown work area for WITHDRAWAL, one
      * entry per configured cassette: the notes on hand, the notes
      * to pay, the most the mix search may take from the cassette
      * and the amount still to make up when the search reaches it.
       01 WS-DENOM-WORK-TABLE.
           05 WS-DENOM-ENTRY OCCURS 6 TIMES.
               10 WS-DENOM-COUNT PIC 9(10).
               10 WS-DENOM-USE PIC 9(10).
               10 WS-DENOM-LIMIT PIC 9(10).
               10 WS-DENOM-REM PIC 9(10)V99.
       01 WS-REMAINING-AMOUNT PIC 9(10)V99.
       01 WS-DX PIC 9(1).
       01 WS-CASH-ON-HAND PIC 9(12).
       01 WS-WHOLE-AMOUNT PIC 9(10).
       01 WS-MIX-LEVEL PIC 9(1).
       01 WS-MIX-AFTER PIC 9(10)V99.
       01 WS-MIX-FOUND PIC X.
       01 WS-MIX-DONE PIC X.
       01 WS-MIX-STEPPED PIC X.
       01 WS-MIX-TRIES PIC 9(6).
       01 WS-MIX-MAX-TRIES PIC 9(6) VALUE 20000.

      * The notes moved by the transaction in hand, as denomination
      * and count pairs: filled by the dispense or by a reversal's
      * restock, and from there staged to the in-flight log, the
      * journal entry and the receipt.
       01 WS-NOTE-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 6 TIMES.
               10 WS-MOVE-DENOM PIC 9(4) VALUE ZERO.
               10 WS-MOVE-NOTES PIC 9(4) VALUE ZERO.
       01 WS-MOVE-TOTAL PIC 9(6).

      * Denominations of the three JRNL-NOTE-COUNT slots on journal
      * entries written before the entries carried their own note
      * mix (see JRNLREC); used only to read those entries back.
       01 WS-OLD-NOTE-DENOMS-INIT.
           05 FILLER PIC 9(4) VALUE 0200.
           05 FILLER PIC 9(4) VALUE 0100.
           05 FILLER PIC 9(4) VALUE 0050.
       01 WS-OLD-NOTE-DENOMS REDEFINES WS-OLD-NOTE-DENOMS-INIT.
           05 WS-OLD-NOTE-DENOM PIC 9(4) OCCURS 3 TIMES.

      * The standing order book, loaded when the customer opens the
      * standing order menu and rewritten in full after a change,
           05 WS-STMT-ENTRY OCCURS 10 TIMES.
               10 WS-STMT-TYPE PIC X(12).
               10 WS-STMT-AMOUNT PIC 9(10)V99.
               10 WS-STMT-NEW-BAL PIC S9(10)V99.
               10 WS-STMT-TIMESTAMP PIC 9(14).
       01 WS-SX PIC 9(2).


       INITIALIZE-SESSION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM CHECK-INFLIGHT-LOG.
           IF WS-SESSION-ENDED NOT = "Y"
               PERFORM LOAD-ACCOUNT-TABLE
           END-IF.
           IF WS-SESSION-ENDED NOT = "Y"
               PERFORM LOAD-CASH-TABLE
           END-IF.
           IF WS-SESSION-ENDED NOT = "Y"
               PERFORM CHECK-LOW-CASH
           END-IF.
           PERFORM LOAD-RECEIPT-SEQUENCE.


      * A transaction logged as begun with nothing after it was cut
      * off part-way by a crash or power cut: the master, journal and
      * cassette may disagree with each other, so the machine stays
      * out of service until TXN-RECOVER has finished or backed it
      * out and operations have the in-doubt report. Once every
      * logged transaction is settled the log is emptied, so it only
      * ever holds the current session's work.
       CHECK-INFLIGHT-LOG.
           MOVE 0 TO WS-IFL-BEGUN.
           MOVE 0 TO WS-IFL-SETTLED.
           MOVE "N" TO WS-IFL-EOF.
           OPEN INPUT INFLIGHT-LOG-FILE.
           IF WS-IFL-FILE-STATUS = "00"
               PERFORM UNTIL WS-IFL-EOF = "Y"
                   READ INFLIGHT-LOG-FILE
                       AT END MOVE "Y" TO WS-IFL-EOF
                       NOT AT END
                           IF IFL-BEGIN
                               ADD 1 TO WS-IFL-BEGUN
                           ELSE
                               IF IFL-RESOLVED
                                   ADD 1 TO WS-IFL-SETTLED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INFLIGHT-LOG-FILE
               IF WS-IFL-BEGUN > WS-IFL-SETTLED
                   DISPLAY "OUT OF SERVICE: a transaction from an "
                       "earlier session was interrupted."
                   DISPLAY "Run TXN-RECOVER before this machine is "
                       "used again."
                   MOVE "Y" TO WS-SESSION-ENDED
               ELSE
                   OPEN OUTPUT INFLIGHT-LOG-FILE
                   CLOSE INFLIGHT-LOG-FILE
               END-IF
           END-IF.


      * Fills the in-flight staging area with the current account's
      * before image. The caller then sets the transaction type and
      * anything particular to it, applies its changes to the
      * session copy, and performs SET-INFLIGHT-POST-IMAGE.
       START-INFLIGHT-ENTRY.
           MOVE SPACES TO WS-IFL-TRAN-TYPE.
           MOVE CARD-NUMBER TO WS-IFL-CARD-NUMBER.
           MOVE WS-CURR-ACCOUNT-TYPE TO WS-IFL-ACCOUNT-TYPE.
           MOVE TRANSACTION-AMOUNT TO WS-IFL-AMOUNT.
           MOVE WS-CURR-BALANCE TO WS-IFL-PRE-BALANCE.
           MOVE WS-CURR-HELD-AMOUNT TO WS-IFL-PRE-HELD.
           MOVE WS-CURR-DAILY-WITHDRAWN TO WS-IFL-PRE-DAILY-WITHDRAWN.
           MOVE WS-CURR-LAST-ACTIVITY-DATE TO
               WS-IFL-PRE-ACTIVITY-DATE.
           MOVE SPACES TO WS-IFL-DEST-CARD.
           MOVE SPACES TO WS-IFL-DEST-ACCT-TYPE.
           MOVE 0 TO WS-IFL-DEST-PRE-BALANCE.
           MOVE 0 TO WS-IFL-DEST-POST-BALANCE.
           MOVE SPACES TO WS-IFL-ORIG-TYPE.
           MOVE 0 TO WS-IFL-ORIG-TIMESTAMP.
           MOVE SPACES TO WS-IFL-BILLER-CODE.
           MOVE SPACES TO WS-IFL-BILL-REFERENCE.
           MOVE "N" TO WS-IFL-CASH-DIRECTION.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE 0 TO WS-IFL-NOTE-DENOM(WS-DX)
               MOVE 0 TO WS-IFL-NOTE-COUNT(WS-DX)
               MOVE 0 TO WS-IFL-CASS-PRE-QTY(WS-DX)
           END-PERFORM.


       SET-INFLIGHT-POST-IMAGE.
           MOVE WS-CURR-BALANCE TO WS-IFL-POST-BALANCE.
           MOVE WS-CURR-HELD-AMOUNT TO WS-IFL-POST-HELD.
           MOVE WS-CURR-DAILY-WITHDRAWN TO
               WS-IFL-POST-DAILY-WITHDRAWN.
           MOVE WS-CURR-LAST-ACTIVITY-DATE TO
               WS-IFL-POST-ACTIVITY-DATE.


      * Records the notes moving per denomination (WS-NOTE-MOVE-TABLE)
      * and each cassette's count before the move. The in-memory
      * counts have already been moved by the time this runs, so the
      * before count is worked back from them.
       STAGE-INFLIGHT-NOTES.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE WS-MOVE-DENOM(WS-DX) TO WS-IFL-NOTE-DENOM(WS-DX)
               MOVE WS-MOVE-NOTES(WS-DX) TO WS-IFL-NOTE-COUNT(WS-DX)
               MOVE 0 TO WS-IFL-CASS-PRE-QTY(WS-DX)
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
                   IF WS-CASH-DENOM-T(WS-CX) = WS-MOVE-DENOM(WS-DX)
                       AND WS-MOVE-NOTES(WS-DX) > 0
                       IF WS-IFL-CASH-OUT
                           COMPUTE WS-IFL-CASS-PRE-QTY(WS-DX) =
                               WS-CASH-QTY(WS-CX) + WS-MOVE-NOTES(WS-DX)
                       ELSE
                           COMPUTE WS-IFL-CASS-PRE-QTY(WS-DX) =
                               WS-CASH-QTY(WS-CX) - WS-MOVE-NOTES(WS-DX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.


       BEGIN-INFLIGHT.
           PERFORM COMPUTE-BUSINESS-DATE.
           ADD 1 TO WS-IFL-SESSION-SEQ.
           MOVE "B" TO WS-IFL-REC-TYPE.
           MOVE WS-NOW-STAMP TO WS-IFL-TRAN-STAMP.
           MOVE WS-IFL-SESSION-SEQ TO WS-IFL-TRAN-SEQ.
           MOVE WS-SITE-ID TO WS-IFL-TERMINAL-ID.
           MOVE WS-BUSINESS-DATE TO WS-IFL-BUSINESS-DATE.
           PERFORM WRITE-INFLIGHT-RECORD.


      * The journal is closed and reopened first so its entries for
      * the transaction are on disk before the log says they are.
       END-INFLIGHT.
           CLOSE TRANSACTION-JOURNAL-FILE.
           OPEN EXTEND TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to reopen transaction journal "
                   "for writing. Status: " WS-JRNL-FILE-STATUS
           END-IF.
           MOVE "C" TO WS-IFL-REC-TYPE.
           PERFORM WRITE-INFLIGHT-RECORD.


      * Each log record is written and the file closed at once, so
      * it is on disk before the update it announces begins.
       WRITE-INFLIGHT-RECORD.
           OPEN EXTEND INFLIGHT-LOG-FILE.
           IF WS-IFL-FILE-STATUS = "35"
               OPEN OUTPUT INFLIGHT-LOG-FILE
               CLOSE INFLIGHT-LOG-FILE
               OPEN EXTEND INFLIGHT-LOG-FILE
           END-IF.
           IF WS-IFL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open in-flight log. "
                   "Status: " WS-IFL-FILE-STATUS
           ELSE
               WRITE IFL-RECORD FROM WS-IFL-RECORD
               IF WS-IFL-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: in-flight log write failed. "
                       "Status: " WS-IFL-FILE-STATUS
               END-IF
               CLOSE INFLIGHT-LOG-FILE
           END-IF.


      * Looks the authenticated card up on the customer master so
      * receipts can carry the customer's name. A missing file or
      * card leaves the name as spaces.
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

      * Spools one formatted receipt. The caller sets WS-RCPT-TYPE,
      * WS-RCPT-AMOUNT and WS-RCPT-SHOW-NOTES ("Y" only for a
      * withdrawal, whose WS-NOTE-MOVE-TABLE is still current); a
      * bill payment also sets WS-RB-NAME and WS-RB-REFERENCE.
       WRITE-RECEIPT.
           ADD 1 TO WS-RCPT-SEQ.
           PERFORM SAVE-RECEIPT-SEQUENCE.
           MOVE WS-RCPT-TYPE-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           IF WS-RCPT-SHOW-NOTES = "Y"
               PERFORM WRITE-RECEIPT-NOTES
           END-IF.
           IF WS-RCPT-TYPE = "BILL-PAY"
               MOVE WS-RCPT-BILLER-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               MOVE WS-RCPT-BILLREF-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.
      * Available is the cleared balance plus any unused overdraft;
      * a customer with a deposit on hold or an overdraft sees here
      * why the two figures differ.
           PERFORM COMPUTE-AVAILABLE-BALANCE.
           MOVE WS-AVAILABLE-BALANCE TO WS-RA-AVAIL.
           MOVE WS-CURR-BALANCE TO WS-RA-TOTAL.
           MOVE WS-RCPT-AVAIL-LINE TO RECEIPT-LINE.
           WRITE RECEIPT-LINE.
           END-IF.


      * Prints the notes paid out, three denominations to a line,
      * skipping any cassette that gave no notes.
       WRITE-RECEIPT-NOTES.
           MOVE SPACES TO WS-RCPT-NOTES-LINE.
           MOVE "NOTES " TO WS-RN-LABEL.
           MOVE 0 TO WS-RN-SLOT.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               IF WS-MOVE-NOTES(WS-DX) > 0
                   ADD 1 TO WS-RN-SLOT
                   MOVE WS-MOVE-DENOM(WS-DX) TO WS-RN-DENOM(WS-RN-SLOT)
                   MOVE "x" TO WS-RN-TIMES(WS-RN-SLOT)
                   MOVE WS-MOVE-NOTES(WS-DX) TO WS-RN-COUNT(WS-RN-SLOT)
                   IF WS-RN-SLOT = 3
                       MOVE WS-RCPT-NOTES-LINE TO RECEIPT-LINE
                       WRITE RECEIPT-LINE
                       MOVE SPACES TO WS-RCPT-NOTES-LINE
                       MOVE 0 TO WS-RN-SLOT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RN-SLOT > 0
               MOVE WS-RCPT-NOTES-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF.


      * Operator warning raised at session start for any cassette
      * denomination whose note count has fallen below its floor.
      * The same pass over the parameter file picks up the machine's
      * configured site id, cutover time, dual-control threshold and
      * cassette denominations.
       CHECK-LOW-CASH.
           MOVE 0 TO WS-PARM-COUNT.
           MOVE "N" TO WS-PARM-EOF.
           MOVE 0 TO WS-DENOM-ENTRIES.
           MOVE SPACES TO WS-CASS-NUMBER-SEEN.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                               MOVE PARM-CUTOVER-TIME TO
                                   WS-CUTOVER-TIME
                           ELSE
                           IF PARM-DUAL-AMOUNT-REC
                               MOVE PARM-DUAL-AMOUNT TO
                                   WS-DUAL-THRESHOLD
                           ELSE
                           IF PARM-CASSETTE-REC
                               PERFORM ADD-CONFIGURED-CASSETTE
                           ELSE
                           IF PARM-LOW-FLOOR-REC AND
                               WS-PARM-COUNT < 10
                               ADD 1 TO WS-PARM-COUNT
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.
           IF WS-DENOM-ENTRIES = 0
               PERFORM DEFAULT-CASSETTE-CONFIG
           END-IF.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               MOVE WS-DEFAULT-FLOOR TO WS-ACTIVE-FLOOR
           END-PERFORM.


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
                           " is not dispensed."
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


      * Binary search for the first table slot whose card number is
      * not less than WS-SEARCH-CARD; the table (and file) are in
      * key order, so a card's records sit together from that slot.
                    "Invalid card number or PIN. Please try again."
                   ADD 1 TO WS-RETRY-COUNT
               ELSE
      * A hot-listed card is retained on sight, before the PIN is
      * looked at, and the attempt is journalled for the fraud
      * report whatever PIN was keyed.
                   IF WS-ACC-HOTLISTED(WS-FOUND-INDEX)
                       MOVE CARD-NUMBER TO WS-JE-CARD
                       MOVE WS-ACC-ACCOUNT-TYPE(WS-FOUND-INDEX) TO
                           WS-JE-ACCT-TYPE
                       MOVE "HOT-CARD" TO WS-JE-TYPE
                       MOVE 0 TO WS-JE-AMOUNT
                       MOVE WS-ACC-BALANCE(WS-FOUND-INDEX) TO
                           WS-JE-OLD-BAL
                       MOVE WS-ACC-BALANCE(WS-FOUND-INDEX) TO
                           WS-JE-NEW-BAL
                       PERFORM WRITE-JOURNAL-ENTRY
                       DISPLAY
                           "This card has been retained. Contact bank."
                       MOVE 3 TO WS-RETRY-COUNT
                   ELSE
                   IF WS-ACC-LOCKED(WS-FOUND-INDEX)
                       DISPLAY
                           "This card has been retained. Contact bank."
                       MOVE 3 TO WS-RETRY-COUNT
                   ELSE
                   IF NOT WS-ACC-ACTIVE(WS-FOUND-INDEX) AND
                       NOT WS-ACC-DORMANT(WS-FOUND-INDEX)
                       DISPLAY
                           "This card is not active. Contact bank."
                       MOVE 3 TO WS-RETRY-COUNT
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AUTH-OK NOT = "Y"

      * Account selection after sign-on: the customer picks which of
      * the card's linked accounts the session operates on. A card
      * with a single open account skips the question. A dormant
      * account can still be selected for deposits and inquiries;
      * only money going out of it is refused.
       SELECT-ACCOUNT.
           MOVE 0 TO WS-SEL-COUNT.
           MOVE CARD-NUMBER TO WS-SEARCH-CARD.
           PERFORM VARYING WS-AX FROM WS-FIRST-OF-CARD BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
                   OR WS-ACC-CARD-NUMBER(WS-AX) NOT = CARD-NUMBER
               IF (WS-ACC-ACTIVE(WS-AX) OR WS-ACC-DORMANT(WS-AX))
                   AND WS-SEL-COUNT < 5
                   ADD 1 TO WS-SEL-COUNT
                   MOVE WS-AX TO WS-SEL-INDEX(WS-SEL-COUNT)
               END-IF
           PERFORM LOAD-CURRENT-ACCOUNT.
           PERFORM RESET-DAILY-LIMIT-IF-NEEDED.
           DISPLAY "Operating on account: " WS-CURR-ACCOUNT-TYPE.
           IF WS-CURR-DORMANT
               DISPLAY "This account is dormant. Withdrawals and "
                   "transfers need it reactivated at a branch."
           END-IF.


       LOAD-CURRENT-ACCOUNT.
               WS-CURR-DAILY-WITHDRAWN.
           MOVE WS-ACC-LAST-ACTIVITY-DATE(WS-CURR-INDEX) TO
               WS-CURR-LAST-ACTIVITY-DATE.
           MOVE WS-ACC-OVERDRAFT-LIMIT(WS-CURR-INDEX) TO
               WS-CURR-OVERDRAFT-LIMIT.


       SYNC-CURRENT-ACCOUNT-TO-TABLE.
               WS-ACC-DAILY-WITHDRAWN(WS-CURR-INDEX).
           MOVE WS-CURR-LAST-ACTIVITY-DATE TO
               WS-ACC-LAST-ACTIVITY-DATE(WS-CURR-INDEX).
           MOVE WS-CURR-OVERDRAFT-LIMIT TO
               WS-ACC-OVERDRAFT-LIMIT(WS-CURR-INDEX).


       REWRITE-ACCOUNT-RECORD.
           MOVE WS-NOW-STAMP TO JRNL-TIMESTAMP.
           MOVE WS-JE-ORIG-TYPE TO JRNL-ORIG-TYPE.
           MOVE WS-JE-ORIG-TSTAMP TO JRNL-ORIG-TIMESTAMP.
           MOVE ZEROS TO JRNL-NOTE-COUNTS.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE WS-JE-MIX-DENOM(WS-DX) TO JRNL-MIX-DENOM(WS-DX)
               MOVE WS-JE-MIX-COUNT(WS-DX) TO JRNL-MIX-COUNT(WS-DX)
           END-PERFORM.
           MOVE WS-SITE-ID TO JRNL-TERMINAL-ID.
           MOVE WS-BUSINESS-DATE TO JRNL-BUSINESS-DATE.
           MOVE WS-JE-BILLER-CODE TO JRNL-BILLER-CODE.
           MOVE WS-JE-BILL-REFERENCE TO JRNL-BILL-REFERENCE.
           WRITE JRNL-RECORD.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: journal write failed for card "
           END-IF.
           MOVE SPACES TO WS-JE-ORIG-TYPE.
           MOVE 0 TO WS-JE-ORIG-TSTAMP.
           MOVE SPACES TO WS-JE-BILLER-CODE.
           MOVE SPACES TO WS-JE-BILL-REFERENCE.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE 0 TO WS-JE-MIX-DENOM(WS-DX)
               MOVE 0 TO WS-JE-MIX-COUNT(WS-DX)
           END-PERFORM.


           DISPLAY "7. Change PIN".
           DISPLAY "8. Supervisor Reversal".
           DISPLAY "9. Standing Order".
           DISPLAY "0. Pay a Bill".
           ACCEPT USER-CHOICE.
           PERFORM PROCESS-USER-CHOICE.


       PROCESS-USER-CHOICE.
           IF USER-CHOICE = 1 THEN
               IF WS-CURR-DORMANT
                   PERFORM REFUSE-DORMANT-ACCOUNT
               ELSE
                   PERFORM WITHDRAWAL
               END-IF
           ELSE
               IF USER-CHOICE = 2 THEN
               PERFORM DEPOSIT
                   STOP RUN
           ELSE
               IF USER-CHOICE = 5 THEN
                   IF WS-CURR-DORMANT
                       PERFORM REFUSE-DORMANT-ACCOUNT
                   ELSE
                       PERFORM TRANSFER-FUNDS
                   END-IF
           ELSE
               IF USER-CHOICE = 6 THEN
                   PERFORM MINI-STATEMENT
           ELSE
               IF USER-CHOICE = 9 THEN
                   PERFORM STANDING-ORDERS
           ELSE
               IF USER-CHOICE = 0 THEN
                   IF WS-CURR-DORMANT
                       PERFORM REFUSE-DORMANT-ACCOUNT
                   ELSE
                       PERFORM PAY-BILL
                   END-IF
           ELSE
               DISPLAY "Invalid choice, Please try again"
               PERFORM DISPLAY-MENU
           END-IF.


      * Money cannot leave a dormant account at the ATM: the monthly
      * dormancy run marked it for lack of customer activity, and
      * only branch staff can reactivate it (ACCT-MAINT).
       REFUSE-DORMANT-ACCOUNT.
           DISPLAY "This account is dormant and cannot be drawn on.".
           DISPLAY "Please visit a branch to reactivate it.".
           PERFORM DISPLAY-MENU.


      * Cleared balance plus the unused part of the overdraft limit;
      * only a cheque account can run below zero.
       COMPUTE-AVAILABLE-BALANCE.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-CURR-BALANCE - WS-CURR-HELD-AMOUNT.
           IF WS-CURR-ACCOUNT-TYPE = "CHQ"
               ADD WS-CURR-OVERDRAFT-LIMIT TO WS-AVAILABLE-BALANCE
           END-IF.


       WITHDRAWAL.
           DISPLAY "Enter withdrawal amount: "
           ACCEPT TRANSACTION-AMOUNT
           COMPUTE WS-REMAINING-LIMIT =
               WS-CURR-DAILY-LIMIT - WS-CURR-DAILY-WITHDRAWN
           PERFORM COMPUTE-AVAILABLE-BALANCE
           IF WS-CURR-DAILY-WITHDRAWN + TRANSACTION-AMOUNT >
               WS-CURR-DAILY-LIMIT
               MOVE WS-REMAINING-LIMIT TO WS-EDIT-AMOUNT
                       DISPLAY
                           "Cannot dispense exact amount with notes."
                   ELSE
                       PERFORM START-INFLIGHT-ENTRY
                       MOVE "WITHDRAWAL" TO WS-IFL-TRAN-TYPE
                       MOVE "O" TO WS-IFL-CASH-DIRECTION
                       PERFORM STAGE-INFLIGHT-NOTES
                       MOVE WS-CURR-BALANCE TO WS-JE-OLD-BAL
                       SUBTRACT TRANSACTION-AMOUNT FROM WS-CURR-BALANCE
                       ADD TRANSACTION-AMOUNT TO WS-CURR-DAILY-WITHDRAWN
                       MOVE WS-TODAY TO WS-CURR-LAST-ACTIVITY-DATE
                       PERFORM SET-INFLIGHT-POST-IMAGE
                       PERFORM BEGIN-INFLIGHT
                       PERFORM REWRITE-ACCOUNT-RECORD
                       MOVE CARD-NUMBER TO WS-JE-CARD
                       MOVE WS-CURR-ACCOUNT-TYPE TO WS-JE-ACCT-TYPE
                       MOVE "WITHDRAWAL" TO WS-JE-TYPE
                       MOVE TRANSACTION-AMOUNT TO WS-JE-AMOUNT
                       MOVE WS-CURR-BALANCE TO WS-JE-NEW-BAL
                       PERFORM STAGE-JOURNAL-NOTES
                       PERFORM WRITE-JOURNAL-ENTRY
                       PERFORM SAVE-CASH-TABLE
                       PERFORM END-INFLIGHT
                       MOVE "WITHDRAWAL" TO WS-RCPT-TYPE
                       MOVE TRANSACTION-AMOUNT TO WS-RCPT-AMOUNT
                       MOVE "Y" TO WS-RCPT-SHOW-NOTES
           PERFORM DISPLAY-MENU.


      * Amounts carry cents, but the dispenser only holds notes: a
      * request with a cents part, or one no mix of the notes on
      * hand adds up to exactly, is refused.
      * The first search holds each cassette to its share of the
      * amount in proportion to the value it has on hand, so the
      * cassettes run down together rather than the largest note
      * emptying first; only if no exact mix fits within those
      * shares does the second search let any cassette give all it
      * has.
       COMPUTE-CASH-DISPENSE.
           MOVE "N" TO WS-DISPENSE-OK.
           MOVE 0 TO WS-CASH-ON-HAND.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DENOM-ENTRIES
               MOVE 0 TO WS-DENOM-COUNT(WS-DX)
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
                       MOVE WS-CASH-QTY(WS-CX) TO WS-DENOM-COUNT(WS-DX)
                   END-IF
               END-PERFORM
               COMPUTE WS-CASH-ON-HAND = WS-CASH-ON-HAND +
                   WS-DENOM-COUNT(WS-DX) * WS-DENOM-VALUE(WS-DX)
           END-PERFORM.
           MOVE "N" TO WS-MIX-FOUND.
           MOVE TRANSACTION-AMOUNT TO WS-WHOLE-AMOUNT.
           IF WS-WHOLE-AMOUNT = TRANSACTION-AMOUNT AND
               TRANSACTION-AMOUNT > 0 AND
               TRANSACTION-AMOUNT NOT > WS-CASH-ON-HAND
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DENOM-ENTRIES
                   COMPUTE WS-DENOM-LIMIT(WS-DX) =
                       (WS-WHOLE-AMOUNT * WS-DENOM-COUNT(WS-DX) +
                        WS-CASH-ON-HAND - 1) / WS-CASH-ON-HAND
                   IF WS-DENOM-LIMIT(WS-DX) > WS-DENOM-COUNT(WS-DX)
                       MOVE WS-DENOM-COUNT(WS-DX) TO
                           WS-DENOM-LIMIT(WS-DX)
                   END-IF
               END-PERFORM
               PERFORM SEARCH-NOTE-MIX
               IF WS-MIX-FOUND NOT = "Y"
                   PERFORM VARYING WS-DX FROM 1 BY 1
                           UNTIL WS-DX > WS-DENOM-ENTRIES
                       MOVE WS-DENOM-COUNT(WS-DX) TO
                           WS-DENOM-LIMIT(WS-DX)
                   END-PERFORM
                   PERFORM SEARCH-NOTE-MIX
               END-IF
           END-IF.
           IF WS-MIX-FOUND = "Y"
               MOVE "Y" TO WS-DISPENSE-OK
               PERFORM SET-NOTE-MOVES-FROM-MIX
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
                   IF WS-MOVE-NOTES(WS-DX) > 0
                       PERFORM VARYING WS-CX FROM 1 BY 1
                               UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
                           IF WS-CASH-DENOM-T(WS-CX) =
                               WS-MOVE-DENOM(WS-DX)
                               SUBTRACT WS-MOVE-NOTES(WS-DX) FROM
                                   WS-CASH-QTY(WS-CX)
                           END-IF
                       END-PERFORM
      * to.


      * Looks for notes adding up to TRANSACTION-AMOUNT exactly, no
      * cassette giving more than its WS-DENOM-LIMIT. Mixes are tried
      * largest note first, each cassette giving as many notes as it
      * may; when the last cassette cannot finish the amount, the
      * nearest earlier cassette gives one note fewer and the search
      * carries on from there, so an amount the larger notes cannot
      * finish (60 from 50s and 20s) is still made up. WS-DENOM-USE
      * holds the mix when WS-MIX-FOUND is "Y". The number of tries
      * is capped so a cassette set that cannot make the amount is
      * given up on in good time.
       SEARCH-NOTE-MIX.
           MOVE "N" TO WS-MIX-FOUND.
           MOVE "N" TO WS-MIX-DONE.
           MOVE 0 TO WS-MIX-TRIES.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE 0 TO WS-DENOM-USE(WS-DX)
           END-PERFORM.
           IF WS-DENOM-ENTRIES = 0
               MOVE "Y" TO WS-MIX-DONE
           ELSE
               MOVE 1 TO WS-MIX-LEVEL
               MOVE TRANSACTION-AMOUNT TO WS-DENOM-REM(1)
               PERFORM START-MIX-LEVEL
           END-IF.
           PERFORM UNTIL WS-MIX-DONE = "Y"
               ADD 1 TO WS-MIX-TRIES
               COMPUTE WS-MIX-AFTER = WS-DENOM-REM(WS-MIX-LEVEL) -
                   WS-DENOM-USE(WS-MIX-LEVEL) *
                   WS-DENOM-VALUE(WS-MIX-LEVEL)
               IF WS-MIX-AFTER = 0
                   MOVE "Y" TO WS-MIX-FOUND
                   MOVE "Y" TO WS-MIX-DONE
                   PERFORM VARYING WS-DX FROM WS-MIX-LEVEL BY 1
                           UNTIL WS-DX > 5
                       MOVE 0 TO WS-DENOM-USE(WS-DX + 1)
                   END-PERFORM
               ELSE
                   IF WS-MIX-LEVEL < WS-DENOM-ENTRIES
                       ADD 1 TO WS-MIX-LEVEL
                       MOVE WS-MIX-AFTER TO WS-DENOM-REM(WS-MIX-LEVEL)
                       PERFORM START-MIX-LEVEL
                   ELSE
                       PERFORM BACK-OFF-MIX-LEVEL
                   END-IF
               END-IF
               IF WS-MIX-TRIES >= WS-MIX-MAX-TRIES
                   MOVE "Y" TO WS-MIX-DONE
               END-IF
           END-PERFORM.


      * A cassette's first try is as many notes as the amount still
      * to make up and its limit allow.
       START-MIX-LEVEL.
           COMPUTE WS-DENOM-USE(WS-MIX-LEVEL) =
               WS-DENOM-REM(WS-MIX-LEVEL) /
               WS-DENOM-VALUE(WS-MIX-LEVEL).
           IF WS-DENOM-USE(WS-MIX-LEVEL) > WS-DENOM-LIMIT(WS-MIX-LEVEL)
               MOVE WS-DENOM-LIMIT(WS-MIX-LEVEL) TO
                   WS-DENOM-USE(WS-MIX-LEVEL)
           END-IF.


      * The last cassette could not finish the amount: step back to
      * the nearest earlier cassette still giving notes and take one
      * note fewer from it. With none left to step back to, every
      * mix has been tried.
       BACK-OFF-MIX-LEVEL.
           MOVE 0 TO WS-DENOM-USE(WS-MIX-LEVEL).
           SUBTRACT 1 FROM WS-MIX-LEVEL.
           MOVE "N" TO WS-MIX-STEPPED.
           PERFORM UNTIL WS-MIX-STEPPED = "Y"
               IF WS-MIX-LEVEL = 0
                   MOVE "Y" TO WS-MIX-DONE
                   MOVE "Y" TO WS-MIX-STEPPED
               ELSE
                   IF WS-DENOM-USE(WS-MIX-LEVEL) > 0
                       SUBTRACT 1 FROM WS-DENOM-USE(WS-MIX-LEVEL)
                       MOVE "Y" TO WS-MIX-STEPPED
                   ELSE
                       SUBTRACT 1 FROM WS-MIX-LEVEL
                   END-IF
               END-IF
           END-PERFORM.


      * Copies the mix found into the note moves, one pair per
      * configured cassette; the unused slots are zero.
       SET-NOTE-MOVES-FROM-MIX.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE 0 TO WS-MOVE-DENOM(WS-DX)
               MOVE 0 TO WS-MOVE-NOTES(WS-DX)
           END-PERFORM.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DENOM-ENTRIES
               MOVE WS-DENOM-VALUE(WS-DX) TO WS-MOVE-DENOM(WS-DX)
               MOVE WS-DENOM-USE(WS-DX) TO WS-MOVE-NOTES(WS-DX)
           END-PERFORM.


       STAGE-JOURNAL-NOTES.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE WS-MOVE-DENOM(WS-DX) TO WS-JE-MIX-DENOM(WS-DX)
               MOVE WS-MOVE-NOTES(WS-DX) TO WS-JE-MIX-COUNT(WS-DX)
           END-PERFORM.


      * An envelope deposit is credited to the balance but held in
      * full until the back office verifies the envelope contents;
      * the deposit verification batch releases the hold (or backs
       DEPOSIT.
           DISPLAY "Enter deposit amount:".
           ACCEPT TRANSACTION-AMOUNT.
           PERFORM START-INFLIGHT-ENTRY.
           MOVE "DEPOSIT" TO WS-IFL-TRAN-TYPE.
           MOVE WS-CURR-BALANCE TO WS-JE-OLD-BAL.
           ADD TRANSACTION-AMOUNT TO WS-CURR-BALANCE.
           ADD TRANSACTION-AMOUNT TO WS-CURR-HELD-AMOUNT.
           MOVE WS-TODAY TO WS-CURR-LAST-ACTIVITY-DATE.
           PERFORM SET-INFLIGHT-POST-IMAGE.
           PERFORM BEGIN-INFLIGHT.
           PERFORM REWRITE-ACCOUNT-RECORD.
           MOVE CARD-NUMBER TO WS-JE-CARD.
           MOVE WS-CURR-ACCOUNT-TYPE TO WS-JE-ACCT-TYPE.
           MOVE TRANSACTION-AMOUNT TO WS-JE-AMOUNT.
           MOVE WS-CURR-BALANCE TO WS-JE-NEW-BAL.
           PERFORM WRITE-JOURNAL-ENTRY.
           PERFORM END-INFLIGHT.
           MOVE "DEPOSIT" TO WS-RCPT-TYPE.
           MOVE TRANSACTION-AMOUNT TO WS-RCPT-AMOUNT.
           MOVE "N" TO WS-RCPT-SHOW-NOTES.
           PERFORM WRITE-RECEIPT.
           PERFORM COMPUTE-AVAILABLE-BALANCE.
           MOVE WS-CURR-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AMOUNT-2.
           DISPLAY "Deposit accepted and held pending verification.".


       CHECK-BALANCE.
           PERFORM COMPUTE-AVAILABLE-BALANCE.
           MOVE WS-CURR-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AMOUNT-2.
           DISPLAY "Total balance    : " WS-EDIT-AMOUNT.
               MOVE WS-CURR-HELD-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "On deposit hold  : " WS-EDIT-AMOUNT
           END-IF.
           IF WS-CURR-ACCOUNT-TYPE = "CHQ" AND
               WS-CURR-OVERDRAFT-LIMIT > 0
               MOVE WS-CURR-OVERDRAFT-LIMIT TO WS-EDIT-AMOUNT
               DISPLAY "Overdraft limit  : " WS-EDIT-AMOUNT
           END-IF.
           MOVE CARD-NUMBER TO WS-JE-CARD.
           MOVE WS-CURR-ACCOUNT-TYPE TO WS-JE-ACCT-TYPE.
           MOVE "BALANCE-INQ" TO WS-JE-TYPE.
           ELSE
               DISPLAY "Enter transfer amount: "
               ACCEPT TRANSACTION-AMOUNT
               PERFORM COMPUTE-AVAILABLE-BALANCE
               IF TRANSACTION-AMOUNT > WS-AVAILABLE-BALANCE
                   MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AMOUNT
                   DISPLAY "Insufficient funds!"
                   IF WS-FOUND-INDEX = 0
                       DISPLAY "Destination account not found."
                   ELSE
                       IF NOT WS-ACC-ACTIVE(WS-FOUND-INDEX) AND
                           NOT WS-ACC-DORMANT(WS-FOUND-INDEX)
                           DISPLAY "Destination account is not "
                               "available."
                       ELSE
      * Both sides are changed in the table and saved together
      * before either journal entry is written, so the in-flight
      * log's before and after images cover one master update.
                           MOVE WS-FOUND-INDEX TO WS-DEST-INDEX
                           PERFORM START-INFLIGHT-ENTRY
                           MOVE "TRANSFER" TO WS-IFL-TRAN-TYPE
                           MOVE TRANSFER TO WS-IFL-DEST-CARD
                           MOVE WS-ACC-ACCOUNT-TYPE(WS-DEST-INDEX)
                               TO WS-IFL-DEST-ACCT-TYPE
                           MOVE WS-ACC-BALANCE(WS-DEST-INDEX) TO
                               WS-DEST-OLD-BAL
                           MOVE WS-DEST-OLD-BAL TO
                               WS-IFL-DEST-PRE-BALANCE
                           ADD TRANSACTION-AMOUNT TO
                               WS-ACC-BALANCE(WS-DEST-INDEX)
                           MOVE WS-ACC-BALANCE(WS-DEST-INDEX) TO
                               WS-IFL-DEST-POST-BALANCE
                           MOVE "Y" TO
                               WS-ACC-CHANGED(WS-DEST-INDEX)
                           SUBTRACT TRANSACTION-AMOUNT
                               FROM WS-CURR-BALANCE
                           MOVE WS-TODAY TO
                               WS-CURR-LAST-ACTIVITY-DATE
                           PERFORM SET-INFLIGHT-POST-IMAGE
                           PERFORM BEGIN-INFLIGHT
                           PERFORM REWRITE-ACCOUNT-RECORD

                           MOVE TRANSFER TO WS-JE-CARD
                           MOVE WS-ACC-ACCOUNT-TYPE(WS-DEST-INDEX)
                               TO WS-JE-ACCT-TYPE
                               WS-JE-NEW-BAL
                           PERFORM WRITE-JOURNAL-ENTRY

                           MOVE CARD-NUMBER TO WS-JE-CARD
                           MOVE WS-CURR-ACCOUNT-TYPE
                               TO WS-JE-ACCT-TYPE
                           MOVE "TRANSFER-OUT" TO WS-JE-TYPE
                           MOVE TRANSACTION-AMOUNT TO WS-JE-AMOUNT
                           MOVE WS-IFL-PRE-BALANCE TO WS-JE-OLD-BAL
                           MOVE WS-CURR-BALANCE TO WS-JE-NEW-BAL
                           PERFORM WRITE-JOURNAL-ENTRY
                           PERFORM END-INFLIGHT

                           MOVE "TRANSFER-OUT" TO WS-RCPT-TYPE
                           MOVE TRANSACTION-AMOUNT TO WS-RCPT-AMOUNT
      * deposit. The offsetting REVERSAL journal entry carries the
      * original entry's type and timestamp so EOD-RECON and
      * SETTLE-EXTRACT can net the pair to zero, and so an entry can
      * only be backed out once. The supervisor signs on against the
      * operator file for each use of the function.
       SUPERVISOR-REVERSAL.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
               CLOSE MAINT-AUDIT-FILE
               OPEN EXTEND MAINT-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance audit file. "
                   "Status: " WS-AUDIT-FILE-STATUS
               DISPLAY "Supervisor functions are unavailable."
           ELSE
               DISPLAY "Enter supervisor id: "
               ACCEPT SUPERVISOR-ID
               DISPLAY "Enter supervisor PIN: "
               ACCEPT WS-CHECK-PIN
               MOVE SUPERVISOR-ID TO WS-CHECK-ID
               MOVE "S" TO WS-CHECK-ROLES
               PERFORM CHECK-OPERATOR
               PERFORM WRITE-SECURITY-AUDIT
               IF WS-CHECK-RESULT NOT = "Y"
                   DISPLAY "Supervisor authorization failed."
               ELSE
                   PERFORM SELECT-REVERSAL
               END-IF
               CLOSE MAINT-AUDIT-FILE
           END-IF.
           PERFORM DISPLAY-MENU.


       SELECT-REVERSAL.
           PERFORM BUILD-REVERSAL-TABLE.
           PERFORM LIST-REVERSIBLE-ENTRIES.
           IF WS-REVERSAL-OK = "Y"
               DISPLAY "Enter number to reverse (0 to cancel): "
               ACCEPT WS-RVT-CHOICE
               IF WS-RVT-CHOICE = 0
                   DISPLAY "Reversal cancelled."
               ELSE
                   IF WS-RVT-CHOICE > WS-RVT-COUNT
                       DISPLAY "That entry cannot be reversed."
                   ELSE
                       IF WS-RVT-REVERSED(WS-RVT-CHOICE) = "Y"
                           DISPLAY "That entry cannot be reversed."
                       ELSE
                           PERFORM AUTHORIZE-REVERSAL
                       END-IF
                   END-IF
               END-IF
           END-IF.


      * A reversal above the dual-control threshold posts only once a
      * second supervisor has approved it. A posted reversal goes on
      * the maintenance audit file under the supervisor who keyed it,
      * with the approver where there was one.
       AUTHORIZE-REVERSAL.
           MOVE "Y" TO WS-DUAL-APPROVED.
           IF WS-RVT-AMOUNT(WS-RVT-CHOICE) > WS-DUAL-THRESHOLD
               MOVE "S" TO WS-CHECK-ROLES
               PERFORM OBTAIN-DUAL-CONTROL
           END-IF.
           IF WS-DUAL-APPROVED = "Y"
               PERFORM POST-REVERSAL
               IF WS-REVERSAL-OK = "Y"
                   PERFORM WRITE-REVERSAL-AUDIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-APPROVER-ID.


       WRITE-REVERSAL-AUDIT.
           MOVE SUPERVISOR-ID TO MNT-OPERATOR-ID.
           MOVE "REVERSAL" TO MNT-ACTION.
           MOVE CARD-NUMBER TO MNT-CARD-NUMBER.
           MOVE WS-CURR-ACCOUNT-TYPE TO MNT-ACCOUNT-TYPE.
           MOVE 0 TO MNT-OLD-VALUE.
           MOVE WS-RVT-AMOUNT(WS-RVT-CHOICE) TO MNT-NEW-VALUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-TIMESTAMP.
           MOVE SPACES TO MNT-LINKED-CARD.
           MOVE WS-APPROVER-ID TO MNT-APPROVER-ID.
           WRITE MAINT-AUDIT-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance audit write failed for "
                   "card " MNT-CARD-NUMBER " status: "
                   WS-AUDIT-FILE-STATUS
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
           IF WS-CHECK-ID = SUPERVISOR-ID
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


      * Rebuilds WS-REVERSAL-TABLE from today's journal entries for
                           WS-RVT-TIMESTAMP(WS-RX)
                       MOVE WS-RVT-REVERSED(WS-RX + 1) TO
                           WS-RVT-REVERSED(WS-RX)
                       MOVE WS-RVT-NOTE-MIX(WS-RX + 1) TO
                           WS-RVT-NOTE-MIX(WS-RX)
                   END-PERFORM
               END-IF
               MOVE JRNL-TRAN-TYPE TO WS-RVT-TYPE(WS-RVT-COUNT)
               MOVE JRNL-TIMESTAMP TO
                   WS-RVT-TIMESTAMP(WS-RVT-COUNT)
               MOVE "N" TO WS-RVT-REVERSED(WS-RVT-COUNT)
      * An entry written before the note mix existed carries its
      * notes in the older 200/100/50 counts instead; one older
      * still has neither, is carried as zeros, and the restock
      * falls back to a split of the amount.
               MOVE ZEROS TO WS-RVT-NOTE-MIX(WS-RVT-COUNT)
               IF JRNL-NOTE-MIX IS NUMERIC
                   MOVE JRNL-NOTE-MIX TO WS-RVT-NOTE-MIX(WS-RVT-COUNT)
               ELSE
                   IF JRNL-NOTE-COUNTS IS NUMERIC
                       PERFORM VARYING WS-DX FROM 1 BY 1
                               UNTIL WS-DX > 3
                           MOVE WS-OLD-NOTE-DENOM(WS-DX) TO
                               WS-RVT-MIX-DENOM(WS-RVT-COUNT, WS-DX)
                           MOVE JRNL-NOTE-COUNT(WS-DX) TO
                               WS-RVT-MIX-COUNT(WS-RVT-COUNT, WS-DX)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.
      * Each REVERSAL retires exactly one candidate, so two identical

       POST-REVERSAL.
           MOVE "Y" TO WS-REVERSAL-OK.
           PERFORM START-INFLIGHT-ENTRY.
           MOVE "REVERSAL" TO WS-IFL-TRAN-TYPE.
           MOVE WS-RVT-AMOUNT(WS-RVT-CHOICE) TO WS-IFL-AMOUNT.
           MOVE WS-RVT-TYPE(WS-RVT-CHOICE) TO WS-IFL-ORIG-TYPE.
           MOVE WS-RVT-TIMESTAMP(WS-RVT-CHOICE) TO
               WS-IFL-ORIG-TIMESTAMP.
           IF WS-RVT-TYPE(WS-RVT-CHOICE) = "WITHDRAWAL"
               MOVE WS-CURR-BALANCE TO WS-JE-OLD-BAL
               ADD WS-RVT-AMOUNT(WS-RVT-CHOICE) TO WS-CURR-BALANCE
                   TRANSACTION-AMOUNT
               PERFORM RESTOCK-CASSETTE-FOR-REVERSAL
           ELSE
      * The reversal may take a cheque account into its overdraft
      * but never past the limit.
               MOVE WS-CURR-BALANCE TO WS-AVAILABLE-BALANCE
               IF WS-CURR-ACCOUNT-TYPE = "CHQ"
                   ADD WS-CURR-OVERDRAFT-LIMIT TO WS-AVAILABLE-BALANCE
               END-IF
               IF WS-RVT-AMOUNT(WS-RVT-CHOICE) > WS-AVAILABLE-BALANCE
                   DISPLAY "Cannot reverse deposit; balance is too "
                       "low."
                   MOVE "N" TO WS-REVERSAL-OK
               END-IF
           END-IF.
           IF WS-REVERSAL-OK = "Y"
               PERFORM SET-INFLIGHT-POST-IMAGE
               IF WS-RVT-TYPE(WS-RVT-CHOICE) = "WITHDRAWAL"
                   MOVE "I" TO WS-IFL-CASH-DIRECTION
                   PERFORM STAGE-INFLIGHT-NOTES
               END-IF
               PERFORM BEGIN-INFLIGHT
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE CARD-NUMBER TO WS-JE-CARD
               MOVE WS-CURR-ACCOUNT-TYPE TO WS-JE-ACCT-TYPE
               MOVE WS-RVT-TIMESTAMP(WS-RVT-CHOICE) TO
                   WS-JE-ORIG-TSTAMP
               IF WS-RVT-TYPE(WS-RVT-CHOICE) = "WITHDRAWAL"
                   PERFORM STAGE-JOURNAL-NOTES
               END-IF
               PERFORM WRITE-JOURNAL-ENTRY
               IF WS-RVT-TYPE(WS-RVT-CHOICE) = "WITHDRAWAL"
                   PERFORM SAVE-CASH-TABLE
               END-IF
               PERFORM END-INFLIGHT
               MOVE "REVERSAL" TO WS-RCPT-TYPE
               MOVE WS-RVT-AMOUNT(WS-RVT-CHOICE) TO WS-RCPT-AMOUNT
               MOVE "N" TO WS-RCPT-SHOW-NOTES


      * Returns the reversed withdrawal's notes to the cassette using
      * the note mix recorded on its journal entry, so the per-
      * denomination counts match what the dispenser actually paid
      * out even when a short denomination forced a different mix,
      * and even if the cassettes have been reconfigured since.
      * Entries journalled before the note counts existed carry
      * zeros; for those the amount is split over the cassettes now
      * configured, largest note first, as an unconstrained dispense
      * would pay it.
       RESTOCK-CASSETTE-FOR-REVERSAL.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE WS-RVT-MIX-DENOM(WS-RVT-CHOICE, WS-DX) TO
                   WS-MOVE-DENOM(WS-DX)
               MOVE WS-RVT-MIX-COUNT(WS-RVT-CHOICE, WS-DX) TO
                   WS-MOVE-NOTES(WS-DX)
           END-PERFORM.
           MOVE 0 TO WS-MOVE-TOTAL.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               ADD WS-MOVE-NOTES(WS-DX) TO WS-MOVE-TOTAL
           END-PERFORM.
           IF WS-MOVE-TOTAL = 0
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DENOM-ENTRIES
                   MOVE 999999 TO WS-DENOM-LIMIT(WS-DX)
               END-PERFORM
               PERFORM SEARCH-NOTE-MIX
               IF WS-MIX-FOUND = "Y"
                   PERFORM SET-NOTE-MOVES-FROM-MIX
               ELSE
                   DISPLAY "WARNING: reversed amount cannot be made up "
                       "from the cassette denominations; cassette "
                       "counts left unchanged."
               END-IF
           END-IF.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               IF WS-MOVE-NOTES(WS-DX) > 0
                   PERFORM RETURN-NOTES-TO-CASSETTE
               END-IF
           END-PERFORM.


      * Adds one denomination's returned notes to its cassette. A
      * denomination no longer fitted still goes on the cassette
      * file, so the cash book shows the notes until CASH-LOAD
      * unloads them.
       RETURN-NOTES-TO-CASSETTE.
           MOVE 0 TO WS-CX-FOUND.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               IF WS-CASH-DENOM-T(WS-CX) = WS-MOVE-DENOM(WS-DX)
                   MOVE WS-CX TO WS-CX-FOUND
               END-IF
           END-PERFORM.
           IF WS-CX-FOUND = 0
               IF WS-CASH-COUNT-ENTRIES < 10
                   ADD 1 TO WS-CASH-COUNT-ENTRIES
                   MOVE WS-CASH-COUNT-ENTRIES TO WS-CX-FOUND
                   MOVE WS-MOVE-DENOM(WS-DX) TO
                       WS-CASH-DENOM-T(WS-CX-FOUND)
                   MOVE 0 TO WS-CASH-QTY(WS-CX-FOUND)
                   DISPLAY "OPERATOR NOTE: denomination "
                       WS-MOVE-DENOM(WS-DX) " is not in a cassette; "
                       "returned notes held for unloading."
               ELSE
                   DISPLAY "WARNING: no room on the cassette file for "
                       "denomination " WS-MOVE-DENOM(WS-DX)
                       "; returned notes not recorded."
               END-IF
           END-IF.
           IF WS-CX-FOUND > 0
               ADD WS-MOVE-NOTES(WS-DX) TO WS-CASH-QTY(WS-CX-FOUND)
           END-IF.


      * Pays a registered biller from the selected account. The
      * biller must be active on the biller master and the reference
      * must satisfy that biller's format rules before any amount is
      * asked for; the customer confirms the biller, reference and
      * amount before the account is debited. The payment leaves
      * the account at once and is paid over to the biller by the
      * end-of-day BILL-SETTLE run.
       PAY-BILL.
           MOVE "N" TO WS-BP-OK.
           PERFORM LOAD-BILLER-TABLE.
           MOVE 0 TO WS-BLR-FOUND.
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BLR-COUNT
               IF WS-BLR-STATUS(WS-BX) = "A"
                   IF WS-BLR-FOUND = 0
                       DISPLAY "Billers:"
                   END-IF
                   MOVE WS-BX TO WS-BLR-FOUND
                   DISPLAY "  " WS-BLR-CODE(WS-BX) "  "
                       WS-BLR-NAME(WS-BX)
               END-IF
           END-PERFORM.
           IF WS-BLR-FOUND = 0
               DISPLAY "Bill payment is not available at present."
           ELSE
               DISPLAY "Enter biller code: "
               ACCEPT WS-BP-CODE-INPUT
               INSPECT WS-BP-CODE-INPUT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 0 TO WS-BLR-FOUND
               PERFORM VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX > WS-BLR-COUNT
                   IF WS-BLR-CODE(WS-BX) = WS-BP-CODE-INPUT AND
                       WS-BLR-STATUS(WS-BX) = "A"
                       MOVE WS-BX TO WS-BLR-FOUND
                   END-IF
               END-PERFORM
               IF WS-BLR-FOUND = 0
                   DISPLAY "Biller not found."
               ELSE
                   MOVE "Y" TO WS-BP-OK
               END-IF
           END-IF.
           IF WS-BP-OK = "Y"
               DISPLAY "Enter your reference with "
                   WS-BLR-NAME(WS-BLR-FOUND) ": "
               ACCEPT WS-BP-REFERENCE
               INSPECT WS-BP-REFERENCE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VALIDATE-BILL-REFERENCE
           END-IF.
           IF WS-BP-OK = "Y"
               DISPLAY "Enter payment amount: "
               ACCEPT TRANSACTION-AMOUNT
               PERFORM COMPUTE-AVAILABLE-BALANCE
               IF TRANSACTION-AMOUNT = 0
                   DISPLAY "Payment amount must be more than zero."
                   MOVE "N" TO WS-BP-OK
               ELSE
                   IF TRANSACTION-AMOUNT > WS-AVAILABLE-BALANCE
                       MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AMOUNT
                       DISPLAY "Insufficient funds!"
                       DISPLAY "Available balance: " WS-EDIT-AMOUNT
                       MOVE "N" TO WS-BP-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-BP-OK = "Y"
               MOVE TRANSACTION-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "Pay " WS-EDIT-AMOUNT " to "
                   WS-BLR-NAME(WS-BLR-FOUND)
               DISPLAY "Reference " WS-BP-REFERENCE
               DISPLAY "Enter Y to confirm: "
               ACCEPT WS-BP-CONFIRM
               IF WS-BP-CONFIRM NOT = "Y" AND
                   WS-BP-CONFIRM NOT = "y"
                   DISPLAY "Payment cancelled."
                   MOVE "N" TO WS-BP-OK
               END-IF
           END-IF.
           IF WS-BP-OK = "Y"
               PERFORM START-INFLIGHT-ENTRY
               MOVE "BILL-PAY" TO WS-IFL-TRAN-TYPE
               MOVE WS-BLR-CODE(WS-BLR-FOUND) TO WS-IFL-BILLER-CODE
               MOVE WS-BP-REFERENCE TO WS-IFL-BILL-REFERENCE
               MOVE WS-CURR-BALANCE TO WS-JE-OLD-BAL
               SUBTRACT TRANSACTION-AMOUNT FROM WS-CURR-BALANCE
               MOVE WS-TODAY TO WS-CURR-LAST-ACTIVITY-DATE
               PERFORM SET-INFLIGHT-POST-IMAGE
               PERFORM BEGIN-INFLIGHT
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE CARD-NUMBER TO WS-JE-CARD
               MOVE WS-CURR-ACCOUNT-TYPE TO WS-JE-ACCT-TYPE
               MOVE "BILL-PAY" TO WS-JE-TYPE
               MOVE TRANSACTION-AMOUNT TO WS-JE-AMOUNT
               MOVE WS-CURR-BALANCE TO WS-JE-NEW-BAL
               MOVE WS-BLR-CODE(WS-BLR-FOUND) TO WS-JE-BILLER-CODE
               MOVE WS-BP-REFERENCE TO WS-JE-BILL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM END-INFLIGHT
               MOVE "BILL-PAY" TO WS-RCPT-TYPE
               MOVE TRANSACTION-AMOUNT TO WS-RCPT-AMOUNT
               MOVE "N" TO WS-RCPT-SHOW-NOTES
               MOVE WS-BLR-NAME(WS-BLR-FOUND) TO WS-RB-NAME
               MOVE WS-BP-REFERENCE TO WS-RB-REFERENCE
               PERFORM WRITE-RECEIPT
               MOVE WS-CURR-BALANCE TO WS-EDIT-AMOUNT
               DISPLAY "Payment successful!"
               DISPLAY "New balance: " WS-EDIT-AMOUNT
           END-IF.
           PERFORM DISPLAY-MENU.


      * A missing biller master simply means no biller can be paid.
       LOAD-BILLER-TABLE.
           MOVE 0 TO WS-BLR-COUNT.
           MOVE "N" TO WS-BILL-EOF.
           OPEN INPUT BILLER-FILE.
           IF WS-BILL-FILE-STATUS = "00"
               PERFORM UNTIL WS-BILL-EOF = "Y"
                   READ BILLER-FILE
                       AT END MOVE "Y" TO WS-BILL-EOF
                       NOT AT END
                           IF WS-BLR-COUNT >= 50
                               DISPLAY "WARNING: biller master has "
                                   "more than 50 billers; biller "
                                   BILL-CODE " was not loaded."
                           ELSE
                               ADD 1 TO WS-BLR-COUNT
                               MOVE BILL-CODE TO
                                   WS-BLR-CODE(WS-BLR-COUNT)
                               MOVE BILL-NAME TO
                                   WS-BLR-NAME(WS-BLR-COUNT)
                               MOVE BILL-STATUS TO
                                   WS-BLR-STATUS(WS-BLR-COUNT)
                               MOVE BILL-REF-CHARSET TO
                                   WS-BLR-CHARSET(WS-BLR-COUNT)
                               MOVE BILL-REF-CHECK TO
                                   WS-BLR-CHECK(WS-BLR-COUNT)
                               MOVE BILL-REF-PREFIX TO
                                   WS-BLR-PREFIX(WS-BLR-COUNT)
                               MOVE 0 TO WS-BLR-MIN-LEN(WS-BLR-COUNT)
                               IF BILL-REF-MIN-LEN IS NUMERIC
                                   MOVE BILL-REF-MIN-LEN TO
                                       WS-BLR-MIN-LEN(WS-BLR-COUNT)
                               END-IF
                               MOVE 20 TO WS-BLR-MAX-LEN(WS-BLR-COUNT)
                               IF BILL-REF-MAX-LEN IS NUMERIC AND
                                   BILL-REF-MAX-LEN > 0 AND
                                   BILL-REF-MAX-LEN < 20
                                   MOVE BILL-REF-MAX-LEN TO
                                       WS-BLR-MAX-LEN(WS-BLR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLER-FILE
           ELSE
               IF WS-BILL-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING: unable to open biller master. "
                       "Status: " WS-BILL-FILE-STATUS
               END-IF
           END-IF.


      * Checks the reference against the chosen biller's rules:
      * length, then character set (no embedded spaces), then the
      * fixed prefix, then the check digit. The first rule broken is
      * reported and clears WS-BP-OK.
       VALIDATE-BILL-REFERENCE.
           MOVE 20 TO WS-BP-CX.
           PERFORM UNTIL WS-BP-CX = 0
                   OR WS-BP-REFERENCE(WS-BP-CX:1) NOT = SPACE
               SUBTRACT 1 FROM WS-BP-CX
           END-PERFORM.
           MOVE WS-BP-CX TO WS-BP-REF-LEN.
           IF WS-BP-REF-LEN = 0
               DISPLAY "A reference is required."
               MOVE "N" TO WS-BP-OK
           ELSE
               IF WS-BP-REF-LEN < WS-BLR-MIN-LEN(WS-BLR-FOUND) OR
                   WS-BP-REF-LEN > WS-BLR-MAX-LEN(WS-BLR-FOUND)
                   DISPLAY "Reference must be "
                       WS-BLR-MIN-LEN(WS-BLR-FOUND) " to "
                       WS-BLR-MAX-LEN(WS-BLR-FOUND) " characters."
                   MOVE "N" TO WS-BP-OK
               END-IF
           END-IF.
           IF WS-BP-OK = "Y"
               PERFORM VARYING WS-BP-CX FROM 1 BY 1
                       UNTIL WS-BP-CX > WS-BP-REF-LEN
                   IF WS-BP-REFERENCE(WS-BP-CX:1) IS NOT NUMERIC
                       IF WS-BLR-CHARSET(WS-BLR-FOUND) = "N" OR
                           WS-BP-REFERENCE(WS-BP-CX:1) = SPACE OR
                           WS-BP-REFERENCE(WS-BP-CX:1) IS NOT
                           ALPHABETIC-UPPER
                           MOVE "N" TO WS-BP-OK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BP-OK NOT = "Y"
                   IF WS-BLR-CHARSET(WS-BLR-FOUND) = "N"
                       DISPLAY "Reference must be digits only."
                   ELSE
                       DISPLAY "Reference must be letters and "
                           "digits only."
                   END-IF
               END-IF
           END-IF.
           IF WS-BP-OK = "Y" AND WS-BLR-PREFIX(WS-BLR-FOUND) NOT =
               SPACES
               MOVE 4 TO WS-BP-PREFIX-LEN
               PERFORM UNTIL WS-BP-PREFIX-LEN = 0
                   OR WS-BLR-PREFIX(WS-BLR-FOUND)
                       (WS-BP-PREFIX-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-BP-PREFIX-LEN
               END-PERFORM
               IF WS-BP-REFERENCE(1:WS-BP-PREFIX-LEN) NOT =
                   WS-BLR-PREFIX(WS-BLR-FOUND)(1:WS-BP-PREFIX-LEN)
                   DISPLAY "Reference must start with "
                       WS-BLR-PREFIX(WS-BLR-FOUND) "."
                   MOVE "N" TO WS-BP-OK
               END-IF
           END-IF.
           IF WS-BP-OK = "Y" AND WS-BLR-CHECK(WS-BLR-FOUND) = "L"
               PERFORM CHECK-REFERENCE-LUHN
               IF WS-BP-OK NOT = "Y"
                   DISPLAY "Reference is not valid; please check it "
                       "and try again."
               END-IF
           END-IF.


      * Modulus-10 (Luhn): working from the check digit leftwards,
      * every second digit is doubled (less 9 when over 9) and the
      * digits summed; a valid reference sums to a multiple of 10.
       CHECK-REFERENCE-LUHN.
           MOVE 0 TO WS-BP-LUHN-SUM.
           MOVE "N" TO WS-BP-DOUBLE-NEXT.
           PERFORM VARYING WS-BP-CX FROM WS-BP-REF-LEN BY -1
                   UNTIL WS-BP-CX = 0
               IF WS-BP-REFERENCE(WS-BP-CX:1) IS NOT NUMERIC
                   MOVE "N" TO WS-BP-OK
               ELSE
                   MOVE WS-BP-REFERENCE(WS-BP-CX:1) TO WS-BP-DIGIT
                   IF WS-BP-DOUBLE-NEXT = "Y"
                       COMPUTE WS-BP-DOUBLED = WS-BP-DIGIT * 2
                       IF WS-BP-DOUBLED > 9
                           SUBTRACT 9 FROM WS-BP-DOUBLED
                       END-IF
                       ADD WS-BP-DOUBLED TO WS-BP-LUHN-SUM
                       MOVE "N" TO WS-BP-DOUBLE-NEXT
                   ELSE
                       ADD WS-BP-DIGIT TO WS-BP-LUHN-SUM
                       MOVE "Y" TO WS-BP-DOUBLE-NEXT
                   END-IF
               END-IF
           END-PERFORM.
           DIVIDE WS-BP-LUHN-SUM BY 10 GIVING WS-BP-LUHN-QUOT
               REMAINDER WS-BP-LUHN-REM.
           IF WS-BP-LUHN-REM NOT = 0
               MOVE "N" TO WS-BP-OK
           END-IF.


      * The journal entry records only that the PIN changed, never
           DISPLAY "3. Back".
           ACCEPT WS-SO-CHOICE.
           IF WS-SO-CHOICE = 1
               IF WS-CURR-DORMANT
                   DISPLAY "This account is dormant; a new order "
                       "cannot be set up on it."
               ELSE
                   PERFORM CREATE-STANDING-ORDER
               END-IF
           ELSE
               IF WS-SO-CHOICE = 2
                   PERFORM CANCEL-STANDING-ORDER
               IF WS-FOUND-INDEX = 0
                   DISPLAY "Destination account not found."
               ELSE
                   IF NOT WS-ACC-ACTIVE(WS-FOUND-INDEX) AND
                       NOT WS-ACC-DORMANT(WS-FOUND-INDEX)
                       DISPLAY "Destination account is not available."
                   ELSE
                       MOVE "Y" TO WS-SO-OK
