      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: In-flight transaction recovery. ATM-SIMULATOR logs
      *          every money transaction to INFLIGHT.DAT before it
      *          updates the account master, journal or cassette
      *          file, and logs it complete once all of them are on
      *          disk. A crash or power cut part-way leaves a begun
      *          transaction with nothing after it, and the machine
      *          refuses service until this job has run. For each
      *          such transaction the job works out from the files
      *          themselves which updates landed, then either
      *          finishes it (applying the updates that are missing)
      *          or backs it out (undoing the ones that landed, with
      *          a REVERSAL journal entry where the original entry
      *          had already been journalled). Files that match
      *          neither the before nor the after image are left
      *          alone for operations to resolve by hand. Each
      *          outcome is appended to the log, so a rerun never
      *          repeats work, and printed on the in-doubt report
      *          INDOUBT.RPT for operations to review and sign off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXN-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFLIGHT-LOG-FILE ASSIGN TO "INFLIGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFL-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCOUNT-MASTER-NEW-FILE ASSIGN TO "ACCTMAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-NEW-FILE-STATUS.

           SELECT TRANSACTION-JOURNAL-FILE ASSIGN TO "TXNJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT CASSETTE-FILE ASSIGN TO "CASHCASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-FILE-STATUS.

           SELECT INDOUBT-REPORT-FILE ASSIGN TO "INDOUBT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INFLIGHT-LOG-FILE.
           COPY INFLTREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  ACCOUNT-MASTER-NEW-FILE.
           COPY ACCTREC REPLACING LEADING ==ACCT== BY ==NEWM==.

       FD  TRANSACTION-JOURNAL-FILE.
           COPY JRNLREC.

       FD  CASSETTE-FILE.
           COPY CASHREC.

       FD  INDOUBT-REPORT-FILE.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
      * The account master is held as a working-storage table for
      * the run and saved whole (ACCTMAST.NEW renamed over the
      * master) after each transaction that changes it.
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10 WS-ACC-CARD-NUMBER PIC X(16).
               10 WS-ACC-ACCOUNT-TYPE PIC X(3).
               10 WS-ACC-PIN PIC X(4).
               10 WS-ACC-BALANCE PIC S9(10)V99.
               10 WS-ACC-HELD-AMOUNT PIC 9(10)V99.
               10 WS-ACC-STATUS PIC X(1).
               10 WS-ACC-FAILED-ATTEMPTS PIC 9(1).
               10 WS-ACC-DAILY-LIMIT PIC 9(10)V99.
               10 WS-ACC-DAILY-WITHDRAWN PIC 9(10)V99.
               10 WS-ACC-LAST-ACTIVITY-DATE PIC 9(8).
               10 WS-ACC-OVERDRAFT-LIMIT PIC 9(10)V99.
               10 WS-ACC-HOTLIST-REASON PIC 9(1).
       01 WS-AX PIC 9(4).

       01 WS-CASH-TABLE.
           05 WS-CASH-COUNT-ENTRIES PIC 9(2) VALUE ZERO.
           05 WS-CASH-ENTRY OCCURS 10 TIMES.
               10 WS-CASH-DENOM-T PIC 9(4).
               10 WS-CASH-QTY PIC 9(6).
       01 WS-CX PIC 9(2).
       01 WS-CASS-FOUND PIC 9(2).
       01 WS-DX PIC 9(1).

       01 WS-FILE-STATUS-GROUP.
           05 WS-IFL-FILE-STATUS PIC XX.
           05 WS-ACCT-FILE-STATUS PIC XX.
           05 WS-ACCT-NEW-FILE-STATUS PIC XX.
           05 WS-JRNL-FILE-STATUS PIC XX.
           05 WS-CASH-FILE-STATUS PIC XX.
           05 WS-RPT-FILE-STATUS PIC XX.

       01 WS-RUN-FLAGS.
           05 WS-IFL-EOF PIC X VALUE "N".
           05 WS-ACCT-EOF PIC X VALUE "N".
           05 WS-JRNL-EOF PIC X VALUE "N".
           05 WS-CASH-EOF PIC X VALUE "N".

      * Begun transactions with no later record in the log, held as
      * the log record image. A finish, back-out or manual record
      * for the same stamp and sequence removes the entry again.
       01 WS-PENDING-TABLE.
           05 WS-PND-COUNT PIC 9(3) VALUE ZERO.
           05 WS-PND-ENTRY OCCURS 100 TIMES.
               10 WS-PND-STAMP PIC 9(14).
               10 WS-PND-SEQ PIC 9(4).
               10 WS-PND-OPEN PIC X.
               10 WS-PND-IMAGE PIC X(346).
       01 WS-PX PIC 9(3).
       01 WS-PND-OPEN-COUNT PIC 9(3) VALUE ZERO.

      * The transaction being resolved, unpacked from the pending
      * table.
           COPY INFLTREC REPLACING LEADING ==IFL== BY ==WS-IFL==.

      * What the files show for the transaction being resolved.
      * Account and cassette states: "P" still at the before image,
      * "A" at the after image, "X" neither, "N" not found or not
      * involved. WS-RCV-MASTER-STATE combines both sides of a
      * transfer: "M" when one side landed and the other did not.
       01 WS-RECOVERY-STATE.
           05 WS-RCV-SRC-INDEX PIC 9(4).
           05 WS-RCV-DEST-INDEX PIC 9(4).
           05 WS-RCV-SRC-STATE PIC X.
           05 WS-RCV-DEST-STATE PIC X.
           05 WS-RCV-MASTER-STATE PIC X.
           05 WS-RCV-CASS-STATE PIC X.
           05 WS-RCV-CASS-PRE-SEEN PIC X.
           05 WS-RCV-CASS-POST-SEEN PIC X.
           05 WS-RCV-CASS-ODD-SEEN PIC X.
           05 WS-RCV-CASS-QTY PIC 9(6).
           05 WS-RCV-CASS-POST-QTY PIC S9(7).
           05 WS-RCV-JRNL-MAIN PIC X.
           05 WS-RCV-JRNL-MAIN-STAMP PIC 9(14).
           05 WS-RCV-JRNL-IN PIC X.
           05 WS-RCV-JRNL-BACKOUT PIC X.
           05 WS-RCV-MAIN-TYPE PIC X(12).
           05 WS-RCV-ACTION PIC X.
               88 WS-RCV-FINISH VALUE "F".
               88 WS-RCV-BACK-OUT VALUE "K".
               88 WS-RCV-LEAVE-MANUAL VALUE "M".
           05 WS-RCV-MASTER-CHANGED PIC X.
           05 WS-RCV-CASS-CHANGED PIC X.
           05 WS-RCV-JRNL-WRITTEN PIC X.

      * Journal entry staging area, filled before PERFORM
      * WRITE-JOURNAL-ENTRY. Entries that finish a transaction carry
      * the stamp, terminal and business date it was begun with; a
      * back-out reversal is stamped now but posts to the business
      * date of the entry it offsets.
       01 WS-JOURNAL-ENTRY.
           05 WS-JE-CARD PIC X(16).
           05 WS-JE-ACCT-TYPE PIC X(3).
           05 WS-JE-TYPE PIC X(12).
           05 WS-JE-AMOUNT PIC 9(10)V99.
           05 WS-JE-OLD-BAL PIC S9(10)V99.
           05 WS-JE-NEW-BAL PIC S9(10)V99.
           05 WS-JE-TSTAMP PIC 9(14).
           05 WS-JE-ORIG-TYPE PIC X(12).
           05 WS-JE-ORIG-TSTAMP PIC 9(14).
           05 WS-JE-MIX-ENTRY OCCURS 6 TIMES.
               10 WS-JE-MIX-DENOM PIC 9(4).
               10 WS-JE-MIX-COUNT PIC 9(4).
           05 WS-JE-BILLER-CODE PIC X(6).
           05 WS-JE-BILL-REFERENCE PIC X(20).

       01 WS-FINISHED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BACKED-OUT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MANUAL-COUNT PIC 9(3) VALUE ZERO.

      * Report print lines.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(37)
               VALUE "IN-DOUBT TRANSACTION RECOVERY RUN ON ".
           05 WS-HDR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-TXN-LINE.
           05 FILLER PIC X(4) VALUE "TXN ".
           05 WS-TXN-STAMP PIC 9(14).
           05 FILLER PIC X(1) VALUE "-".
           05 WS-TXN-SEQ PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TXN-TYPE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TXN-CARD PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TXN-ACCT-TYPE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TXN-AMOUNT PIC -(10)9.99.
           05 FILLER PIC X(7) VALUE SPACES.
       01 WS-FOUND-LINE.
           05 FILLER PIC X(12) VALUE "    MASTER: ".
           05 WS-FND-MASTER PIC X(10).
           05 FILLER PIC X(10) VALUE " JOURNAL: ".
           05 WS-FND-JOURNAL PIC X(10).
           05 FILLER PIC X(11) VALUE " CASSETTE: ".
           05 WS-FND-CASSETTE PIC X(10).
           05 FILLER PIC X(17) VALUE SPACES.
       01 WS-ACTION-LINE.
           05 FILLER PIC X(12) VALUE "    ACTION: ".
           05 WS-ACT-TEXT PIC X(68).
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(30).
           05 WS-TOT-COUNT PIC ZZ9.
           05 FILLER PIC X(47) VALUE SPACES.

       01 WS-STATE-TEXT PIC X(10).
       01 WS-STATE-CODE PIC X.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== In-Flight Transaction Recovery ====".
           PERFORM LOAD-INFLIGHT-LOG.
           IF WS-PND-OPEN-COUNT = 0
               DISPLAY "No interrupted transactions in INFLIGHT.DAT; "
                   "nothing to recover."
               STOP RUN
           END-IF.
           DISPLAY "Interrupted transactions found: "
               WS-PND-OPEN-COUNT.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-CASH-TABLE.
           PERFORM OPEN-INDOUBT-REPORT.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PND-COUNT
               IF WS-PND-OPEN(WS-PX) = "Y"
                   PERFORM RESOLVE-PENDING-ENTRY
               END-IF
           END-PERFORM.
           PERFORM CLOSE-INDOUBT-REPORT.
           DISPLAY " ".
           DISPLAY "Finished      : " WS-FINISHED-COUNT.
           DISPLAY "Backed out    : " WS-BACKED-OUT-COUNT.
           DISPLAY "Left to manual: " WS-MANUAL-COUNT.
           DISPLAY "Report written to INDOUBT.RPT".
           STOP RUN.


      * Collects every begun transaction that no later record in the
      * log resolves. Resolution records always follow the begin
      * record they answer, so one pass is enough.
       LOAD-INFLIGHT-LOG.
           MOVE 0 TO WS-PND-COUNT.
           MOVE 0 TO WS-PND-OPEN-COUNT.
           MOVE "N" TO WS-IFL-EOF.
           OPEN INPUT INFLIGHT-LOG-FILE.
           IF WS-IFL-FILE-STATUS = "00"
               PERFORM UNTIL WS-IFL-EOF = "Y"
                   READ INFLIGHT-LOG-FILE
                       AT END MOVE "Y" TO WS-IFL-EOF
                       NOT AT END
                           IF IFL-BEGIN
                               PERFORM ADD-PENDING-ENTRY
                           ELSE
                               IF IFL-RESOLVED
                                   PERFORM CLOSE-PENDING-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INFLIGHT-LOG-FILE
           ELSE
               IF WS-IFL-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open in-flight log. Status: "
                       WS-IFL-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.


       ADD-PENDING-ENTRY.
           IF WS-PND-COUNT >= 100
               DISPLAY "WARNING: more than 100 begun transactions in "
                   "the log; stamp " IFL-TRAN-STAMP
                   " and beyond were not loaded."
           ELSE
               ADD 1 TO WS-PND-COUNT
               ADD 1 TO WS-PND-OPEN-COUNT
               MOVE IFL-TRAN-STAMP TO WS-PND-STAMP(WS-PND-COUNT)
               MOVE IFL-TRAN-SEQ TO WS-PND-SEQ(WS-PND-COUNT)
               MOVE "Y" TO WS-PND-OPEN(WS-PND-COUNT)
               MOVE IFL-RECORD TO WS-PND-IMAGE(WS-PND-COUNT)
           END-IF.


       CLOSE-PENDING-ENTRY.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PND-COUNT
               IF WS-PND-STAMP(WS-PX) = IFL-TRAN-STAMP AND
                   WS-PND-SEQ(WS-PX) = IFL-TRAN-SEQ AND
                   WS-PND-OPEN(WS-PX) = "Y"
                   MOVE "N" TO WS-PND-OPEN(WS-PX)
                   SUBTRACT 1 FROM WS-PND-OPEN-COUNT
               END-IF
           END-PERFORM.


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
                               DISPLAY "Account master file has more "
                                   "than 1000 accounts; recovery "
                                   "cannot save it safely."
                               STOP RUN
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.


      * Full-file save: the whole table is written to ACCTMAST.NEW
      * and renamed over the master in one move, so a crash during
      * recovery leaves either the old file or the new one.
       SAVE-ACCOUNT-TABLE.
           OPEN OUTPUT ACCOUNT-MASTER-NEW-FILE.
           IF WS-ACCT-NEW-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master work file for "
                   "writing. Status: " WS-ACCT-NEW-FILE-STATUS
               DISPLAY "Recovery abandoned; rerun once the file can "
                   "be written."
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
                   DISPLAY "Recovery abandoned; install ACCTMAST.NEW "
                       "and rerun."
                   STOP RUN
               END-IF
           END-IF.


       LOAD-CASH-TABLE.
           MOVE 0 TO WS-CASH-COUNT-ENTRIES.
           MOVE "N" TO WS-CASH-EOF.
           OPEN INPUT CASSETTE-FILE.
           IF WS-CASH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open cassette file. "
                   "Status: " WS-CASH-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-CASH-EOF = "Y"
                   READ CASSETTE-FILE
                       AT END MOVE "Y" TO WS-CASH-EOF
                       NOT AT END
                           IF WS-CASH-COUNT-ENTRIES >= 10
                               DISPLAY "WARNING: cassette file has "
                                   "more than 10 denominations; denom "
                                   CASH-DENOM " was not loaded."
                           ELSE
                               ADD 1 TO WS-CASH-COUNT-ENTRIES
                               MOVE CASH-DENOM TO
                              WS-CASH-DENOM-T(WS-CASH-COUNT-ENTRIES)
                               MOVE CASH-COUNT TO
                                   WS-CASH-QTY(WS-CASH-COUNT-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASSETTE-FILE
           END-IF.


       SAVE-CASH-TABLE.
           OPEN OUTPUT CASSETTE-FILE.
           IF WS-CASH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open cassette file for "
                   "writing. Status: " WS-CASH-FILE-STATUS
           ELSE
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
                   MOVE WS-CASH-DENOM-T(WS-CX) TO CASH-DENOM
                   MOVE WS-CASH-QTY(WS-CX) TO CASH-COUNT
                   WRITE CASH-RECORD
                   IF WS-CASH-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: cassette write failed for "
                           "denom " CASH-DENOM " status: "
                           WS-CASH-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE CASSETTE-FILE
           END-IF.


      * Works out what landed, decides what to do, does it, and only
      * then logs the outcome: a crash inside this paragraph leaves
      * the transaction pending, and the rerun finds the updates
      * already made and settles it the same way.
       RESOLVE-PENDING-ENTRY.
           MOVE WS-PND-IMAGE(WS-PX) TO WS-IFL-RECORD.
           MOVE "N" TO WS-RCV-JRNL-WRITTEN.
           PERFORM ASSESS-MASTER.
           PERFORM ASSESS-CASSETTE.
           PERFORM ASSESS-JOURNAL.
           PERFORM DECIDE-RECOVERY-ACTION.
           PERFORM PRINT-PENDING-ENTRY.
           IF WS-RCV-FINISH
               PERFORM FINISH-TRANSACTION
           ELSE
               IF WS-RCV-BACK-OUT
                   PERFORM BACK-OUT-TRANSACTION
               END-IF
           END-IF.
           PERFORM PRINT-RECOVERY-ACTION.
           MOVE WS-RCV-ACTION TO WS-IFL-REC-TYPE.
           PERFORM WRITE-RESOLUTION-RECORD.
           MOVE "N" TO WS-PND-OPEN(WS-PX).


      * Compares each account the transaction touched with its
      * logged before and after images.
       ASSESS-MASTER.
           MOVE 0 TO WS-RCV-SRC-INDEX.
           MOVE 0 TO WS-RCV-DEST-INDEX.
           MOVE "N" TO WS-RCV-SRC-STATE.
           MOVE "N" TO WS-RCV-DEST-STATE.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-ACCOUNT-COUNT
               IF WS-ACC-CARD-NUMBER(WS-AX) = WS-IFL-CARD-NUMBER AND
                   WS-ACC-ACCOUNT-TYPE(WS-AX) = WS-IFL-ACCOUNT-TYPE
                   MOVE WS-AX TO WS-RCV-SRC-INDEX
               END-IF
               IF WS-IFL-TRAN-TYPE = "TRANSFER" AND
                   WS-ACC-CARD-NUMBER(WS-AX) = WS-IFL-DEST-CARD AND
                   WS-ACC-ACCOUNT-TYPE(WS-AX) = WS-IFL-DEST-ACCT-TYPE
                   MOVE WS-AX TO WS-RCV-DEST-INDEX
               END-IF
           END-PERFORM.
           IF WS-RCV-SRC-INDEX NOT = 0
               MOVE WS-RCV-SRC-INDEX TO WS-AX
               IF WS-ACC-BALANCE(WS-AX) = WS-IFL-POST-BALANCE AND
                   WS-ACC-HELD-AMOUNT(WS-AX) = WS-IFL-POST-HELD AND
                   WS-ACC-DAILY-WITHDRAWN(WS-AX) =
                   WS-IFL-POST-DAILY-WITHDRAWN
                   MOVE "A" TO WS-RCV-SRC-STATE
               ELSE
               IF WS-ACC-BALANCE(WS-AX) = WS-IFL-PRE-BALANCE AND
                   WS-ACC-HELD-AMOUNT(WS-AX) = WS-IFL-PRE-HELD AND
                   WS-ACC-DAILY-WITHDRAWN(WS-AX) =
                   WS-IFL-PRE-DAILY-WITHDRAWN
                   MOVE "P" TO WS-RCV-SRC-STATE
               ELSE
                   MOVE "X" TO WS-RCV-SRC-STATE
               END-IF
               END-IF
           END-IF.
           MOVE WS-RCV-SRC-STATE TO WS-RCV-MASTER-STATE.
           IF WS-IFL-TRAN-TYPE = "TRANSFER"
               IF WS-RCV-DEST-INDEX NOT = 0
                   MOVE WS-RCV-DEST-INDEX TO WS-AX
                   IF WS-ACC-BALANCE(WS-AX) = WS-IFL-DEST-POST-BALANCE
                       MOVE "A" TO WS-RCV-DEST-STATE
                   ELSE
                   IF WS-ACC-BALANCE(WS-AX) = WS-IFL-DEST-PRE-BALANCE
                       MOVE "P" TO WS-RCV-DEST-STATE
                   ELSE
                       MOVE "X" TO WS-RCV-DEST-STATE
                   END-IF
                   END-IF
               END-IF
               IF WS-RCV-DEST-STATE = "N" OR WS-RCV-DEST-STATE = "X"
                   IF WS-RCV-MASTER-STATE NOT = "N"
                       MOVE WS-RCV-DEST-STATE TO WS-RCV-MASTER-STATE
                   END-IF
               ELSE
                   IF WS-RCV-MASTER-STATE = "A" OR
                       WS-RCV-MASTER-STATE = "P"
                       IF WS-RCV-DEST-STATE NOT = WS-RCV-MASTER-STATE
                           MOVE "M" TO WS-RCV-MASTER-STATE
                       END-IF
                   END-IF
               END-IF
           END-IF.


      * Every denomination that moved must show the same thing: all
      * still at the logged count, or all moved by the notes logged.
       ASSESS-CASSETTE.
           MOVE "N" TO WS-RCV-CASS-STATE.
           MOVE "N" TO WS-RCV-CASS-PRE-SEEN.
           MOVE "N" TO WS-RCV-CASS-POST-SEEN.
           MOVE "N" TO WS-RCV-CASS-ODD-SEEN.
           IF NOT WS-IFL-CASH-NONE
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
                   IF WS-IFL-NOTE-COUNT(WS-DX) > 0
                       PERFORM ASSESS-CASSETTE-DENOM
                   END-IF
               END-PERFORM
               IF WS-RCV-CASS-ODD-SEEN = "Y"
                   MOVE "X" TO WS-RCV-CASS-STATE
               ELSE
               IF WS-RCV-CASS-PRE-SEEN = "Y" AND
                   WS-RCV-CASS-POST-SEEN = "Y"
                   MOVE "X" TO WS-RCV-CASS-STATE
               ELSE
               IF WS-RCV-CASS-PRE-SEEN = "Y"
                   MOVE "P" TO WS-RCV-CASS-STATE
               ELSE
               IF WS-RCV-CASS-POST-SEEN = "Y"
                   MOVE "A" TO WS-RCV-CASS-STATE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.


       ASSESS-CASSETTE-DENOM.
           MOVE 0 TO WS-CASS-FOUND.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
               IF WS-CASH-DENOM-T(WS-CX) = WS-IFL-NOTE-DENOM(WS-DX)
                   MOVE WS-CX TO WS-CASS-FOUND
               END-IF
           END-PERFORM.
           IF WS-CASS-FOUND = 0
               MOVE "Y" TO WS-RCV-CASS-ODD-SEEN
           ELSE
               MOVE WS-CASH-QTY(WS-CASS-FOUND) TO WS-RCV-CASS-QTY
               IF WS-IFL-CASH-OUT
                   COMPUTE WS-RCV-CASS-POST-QTY =
                       WS-IFL-CASS-PRE-QTY(WS-DX) -
                       WS-IFL-NOTE-COUNT(WS-DX)
               ELSE
                   COMPUTE WS-RCV-CASS-POST-QTY =
                       WS-IFL-CASS-PRE-QTY(WS-DX) +
                       WS-IFL-NOTE-COUNT(WS-DX)
               END-IF
               IF WS-RCV-CASS-QTY = WS-RCV-CASS-POST-QTY
                   MOVE "Y" TO WS-RCV-CASS-POST-SEEN
               ELSE
               IF WS-RCV-CASS-QTY = WS-IFL-CASS-PRE-QTY(WS-DX)
                   MOVE "Y" TO WS-RCV-CASS-PRE-SEEN
               ELSE
                   MOVE "Y" TO WS-RCV-CASS-ODD-SEEN
               END-IF
               END-IF
           END-IF.


      * Looks for the transaction's own journal entries, written no
      * earlier than it was begun, and for a withdrawal, a reversal
      * already offsetting the entry found.
       ASSESS-JOURNAL.
           MOVE "N" TO WS-RCV-JRNL-MAIN.
           MOVE 0 TO WS-RCV-JRNL-MAIN-STAMP.
           MOVE "N" TO WS-RCV-JRNL-IN.
           MOVE "N" TO WS-RCV-JRNL-BACKOUT.
           IF WS-IFL-TRAN-TYPE = "TRANSFER"
               MOVE "TRANSFER-OUT" TO WS-RCV-MAIN-TYPE
           ELSE
               MOVE WS-IFL-TRAN-TYPE TO WS-RCV-MAIN-TYPE
           END-IF.
           MOVE "N" TO WS-JRNL-EOF.
           OPEN INPUT TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JRNL-EOF = "Y"
                   READ TRANSACTION-JOURNAL-FILE
                       AT END MOVE "Y" TO WS-JRNL-EOF
                       NOT AT END
                           IF JRNL-TIMESTAMP >= WS-IFL-TRAN-STAMP
                               PERFORM MATCH-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-JOURNAL-FILE
           ELSE
               IF WS-JRNL-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open transaction journal. "
                       "Status: " WS-JRNL-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.


      * The journal is read in order, so a back-out reversal is
      * always seen after the withdrawal entry it offsets.
       MATCH-JOURNAL-ENTRY.
           IF JRNL-CARD-NUMBER = WS-IFL-CARD-NUMBER AND
               JRNL-ACCOUNT-TYPE = WS-IFL-ACCOUNT-TYPE AND
               JRNL-TRAN-TYPE = WS-RCV-MAIN-TYPE AND
               JRNL-AMOUNT = WS-IFL-AMOUNT AND
               JRNL-NEW-BALANCE = WS-IFL-POST-BALANCE
               IF WS-IFL-TRAN-TYPE NOT = "REVERSAL" OR
                   JRNL-ORIG-TIMESTAMP = WS-IFL-ORIG-TIMESTAMP
                   MOVE "Y" TO WS-RCV-JRNL-MAIN
                   MOVE JRNL-TIMESTAMP TO WS-RCV-JRNL-MAIN-STAMP
               END-IF
           END-IF.
           IF WS-IFL-TRAN-TYPE = "TRANSFER" AND
               JRNL-CARD-NUMBER = WS-IFL-DEST-CARD AND
               JRNL-ACCOUNT-TYPE = WS-IFL-DEST-ACCT-TYPE AND
               JRNL-TRAN-TYPE = "TRANSFER-IN" AND
               JRNL-AMOUNT = WS-IFL-AMOUNT AND
               JRNL-NEW-BALANCE = WS-IFL-DEST-POST-BALANCE
               MOVE "Y" TO WS-RCV-JRNL-IN
           END-IF.
           IF WS-IFL-TRAN-TYPE = "WITHDRAWAL" AND
               WS-RCV-JRNL-MAIN = "Y" AND
               JRNL-CARD-NUMBER = WS-IFL-CARD-NUMBER AND
               JRNL-ACCOUNT-TYPE = WS-IFL-ACCOUNT-TYPE AND
               JRNL-TRAN-TYPE = "REVERSAL" AND
               JRNL-ORIG-TYPE = "WITHDRAWAL" AND
               JRNL-ORIG-TIMESTAMP = WS-RCV-JRNL-MAIN-STAMP
               MOVE "Y" TO WS-RCV-JRNL-BACKOUT
           END-IF.


      * A withdrawal turns on the cassette: the notes are counted out
      * of it last, so notes gone means the customer was paid and
      * the withdrawal is finished, and notes still there means it
      * is backed out. Anything else is finished once any account
      * shows the update, and backed out only when nothing at all
      * reached the files. Files that fit neither image, or a
      * journal entry with no account update behind it, go to
      * operations.
       DECIDE-RECOVERY-ACTION.
           MOVE "M" TO WS-RCV-ACTION.
           IF WS-RCV-MASTER-STATE = "X" OR WS-RCV-MASTER-STATE = "N"
               OR WS-RCV-CASS-STATE = "X"
               MOVE "M" TO WS-RCV-ACTION
           ELSE
           IF WS-IFL-TRAN-TYPE = "WITHDRAWAL" AND
               WS-RCV-CASS-STATE NOT = "N"
               IF WS-RCV-CASS-STATE = "A"
                   MOVE "F" TO WS-RCV-ACTION
               ELSE
                   MOVE "K" TO WS-RCV-ACTION
               END-IF
           ELSE
           IF WS-RCV-MASTER-STATE = "A" OR WS-RCV-MASTER-STATE = "M"
               MOVE "F" TO WS-RCV-ACTION
           ELSE
           IF WS-RCV-JRNL-MAIN = "N" AND WS-RCV-JRNL-IN = "N"
               MOVE "K" TO WS-RCV-ACTION
           END-IF
           END-IF
           END-IF
           END-IF.


      * Brings every file up to the logged after image, writing only
      * what is missing.
       FINISH-TRANSACTION.
           MOVE "N" TO WS-RCV-MASTER-CHANGED.
           MOVE "N" TO WS-RCV-CASS-CHANGED.
           IF WS-RCV-SRC-STATE = "P"
               MOVE WS-RCV-SRC-INDEX TO WS-AX
               MOVE WS-IFL-POST-BALANCE TO WS-ACC-BALANCE(WS-AX)
               MOVE WS-IFL-POST-HELD TO WS-ACC-HELD-AMOUNT(WS-AX)
               MOVE WS-IFL-POST-DAILY-WITHDRAWN TO
                   WS-ACC-DAILY-WITHDRAWN(WS-AX)
               MOVE WS-IFL-POST-ACTIVITY-DATE TO
                   WS-ACC-LAST-ACTIVITY-DATE(WS-AX)
               MOVE "Y" TO WS-RCV-MASTER-CHANGED
           END-IF.
           IF WS-RCV-DEST-STATE = "P"
               MOVE WS-RCV-DEST-INDEX TO WS-AX
               MOVE WS-IFL-DEST-POST-BALANCE TO WS-ACC-BALANCE(WS-AX)
               MOVE "Y" TO WS-RCV-MASTER-CHANGED
           END-IF.
           IF WS-RCV-CASS-STATE = "P"
               PERFORM APPLY-CASSETTE-MOVE
               MOVE "Y" TO WS-RCV-CASS-CHANGED
           END-IF.
           IF WS-RCV-MASTER-CHANGED = "Y"
               PERFORM SAVE-ACCOUNT-TABLE
               MOVE "N" TO WS-RCV-MASTER-CHANGED
           END-IF.
           IF WS-RCV-CASS-CHANGED = "Y"
               PERFORM SAVE-CASH-TABLE
               MOVE "N" TO WS-RCV-CASS-CHANGED
           END-IF.
           IF WS-IFL-TRAN-TYPE = "TRANSFER" AND WS-RCV-JRNL-IN = "N"
               MOVE WS-IFL-DEST-CARD TO WS-JE-CARD
               MOVE WS-IFL-DEST-ACCT-TYPE TO WS-JE-ACCT-TYPE
               MOVE "TRANSFER-IN" TO WS-JE-TYPE
               MOVE WS-IFL-AMOUNT TO WS-JE-AMOUNT
               MOVE WS-IFL-DEST-PRE-BALANCE TO WS-JE-OLD-BAL
               MOVE WS-IFL-DEST-POST-BALANCE TO WS-JE-NEW-BAL
               MOVE WS-IFL-TRAN-STAMP TO WS-JE-TSTAMP
               MOVE SPACES TO WS-JE-ORIG-TYPE
               MOVE 0 TO WS-JE-ORIG-TSTAMP
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
                   MOVE 0 TO WS-JE-MIX-DENOM(WS-DX)
                   MOVE 0 TO WS-JE-MIX-COUNT(WS-DX)
               END-PERFORM
               MOVE SPACES TO WS-JE-BILLER-CODE
               MOVE SPACES TO WS-JE-BILL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-RCV-JRNL-MAIN = "N"
               MOVE WS-IFL-CARD-NUMBER TO WS-JE-CARD
               MOVE WS-IFL-ACCOUNT-TYPE TO WS-JE-ACCT-TYPE
               MOVE WS-RCV-MAIN-TYPE TO WS-JE-TYPE
               MOVE WS-IFL-AMOUNT TO WS-JE-AMOUNT
               MOVE WS-IFL-PRE-BALANCE TO WS-JE-OLD-BAL
               MOVE WS-IFL-POST-BALANCE TO WS-JE-NEW-BAL
               MOVE WS-IFL-TRAN-STAMP TO WS-JE-TSTAMP
               MOVE WS-IFL-ORIG-TYPE TO WS-JE-ORIG-TYPE
               MOVE WS-IFL-ORIG-TIMESTAMP TO WS-JE-ORIG-TSTAMP
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
                   MOVE WS-IFL-NOTE-DENOM(WS-DX) TO
                       WS-JE-MIX-DENOM(WS-DX)
                   MOVE WS-IFL-NOTE-COUNT(WS-DX) TO
                       WS-JE-MIX-COUNT(WS-DX)
               END-PERFORM
               MOVE WS-IFL-BILLER-CODE TO WS-JE-BILLER-CODE
               MOVE WS-IFL-BILL-REFERENCE TO WS-JE-BILL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.


      * Puts the account back to its logged before image and, when
      * the withdrawal had already been journalled, offsets the entry
      * with a REVERSAL so the journal and the master agree again.
      * The notes never left the cassette, so it is not touched.
       BACK-OUT-TRANSACTION.
           IF WS-RCV-SRC-STATE = "A"
               MOVE WS-RCV-SRC-INDEX TO WS-AX
               MOVE WS-IFL-PRE-BALANCE TO WS-ACC-BALANCE(WS-AX)
               MOVE WS-IFL-PRE-HELD TO WS-ACC-HELD-AMOUNT(WS-AX)
               MOVE WS-IFL-PRE-DAILY-WITHDRAWN TO
                   WS-ACC-DAILY-WITHDRAWN(WS-AX)
               MOVE WS-IFL-PRE-ACTIVITY-DATE TO
                   WS-ACC-LAST-ACTIVITY-DATE(WS-AX)
               PERFORM SAVE-ACCOUNT-TABLE
           END-IF.
           IF WS-RCV-JRNL-MAIN = "Y" AND WS-RCV-JRNL-BACKOUT = "N"
               MOVE WS-IFL-CARD-NUMBER TO WS-JE-CARD
               MOVE WS-IFL-ACCOUNT-TYPE TO WS-JE-ACCT-TYPE
               MOVE "REVERSAL" TO WS-JE-TYPE
               MOVE WS-IFL-AMOUNT TO WS-JE-AMOUNT
               MOVE WS-IFL-POST-BALANCE TO WS-JE-OLD-BAL
               MOVE WS-IFL-PRE-BALANCE TO WS-JE-NEW-BAL
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JE-TSTAMP
               MOVE WS-IFL-TRAN-TYPE TO WS-JE-ORIG-TYPE
               MOVE WS-RCV-JRNL-MAIN-STAMP TO WS-JE-ORIG-TSTAMP
               PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
                   MOVE WS-IFL-NOTE-DENOM(WS-DX) TO
                       WS-JE-MIX-DENOM(WS-DX)
                   MOVE WS-IFL-NOTE-COUNT(WS-DX) TO
                       WS-JE-MIX-COUNT(WS-DX)
               END-PERFORM
               MOVE SPACES TO WS-JE-BILLER-CODE
               MOVE SPACES TO WS-JE-BILL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.


       APPLY-CASSETTE-MOVE.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               IF WS-IFL-NOTE-COUNT(WS-DX) > 0
                   PERFORM VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX > WS-CASH-COUNT-ENTRIES
                       IF WS-CASH-DENOM-T(WS-CX) =
                           WS-IFL-NOTE-DENOM(WS-DX)
                           IF WS-IFL-CASH-OUT
                               SUBTRACT WS-IFL-NOTE-COUNT(WS-DX) FROM
                                   WS-CASH-QTY(WS-CX)
                           ELSE
                               ADD WS-IFL-NOTE-COUNT(WS-DX) TO
                                   WS-CASH-QTY(WS-CX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.


      * Entries carry the terminal and business date the transaction
      * was begun under, not this job's, so they post to the same
      * day and machine as the rest of the transaction.
       WRITE-JOURNAL-ENTRY.
           OPEN EXTEND TRANSACTION-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-JOURNAL-FILE
               CLOSE TRANSACTION-JOURNAL-FILE
               OPEN EXTEND TRANSACTION-JOURNAL-FILE
           END-IF.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open transaction journal for "
                   "writing. Status: " WS-JRNL-FILE-STATUS
               DISPLAY "Recovery abandoned; rerun once the journal "
                   "can be written."
               STOP RUN
           END-IF.
           MOVE WS-JE-CARD TO JRNL-CARD-NUMBER.
           MOVE WS-JE-ACCT-TYPE TO JRNL-ACCOUNT-TYPE.
           MOVE WS-JE-TYPE TO JRNL-TRAN-TYPE.
           MOVE WS-JE-AMOUNT TO JRNL-AMOUNT.
           MOVE WS-JE-OLD-BAL TO JRNL-OLD-BALANCE.
           MOVE WS-JE-NEW-BAL TO JRNL-NEW-BALANCE.
           MOVE WS-JE-TSTAMP TO JRNL-TIMESTAMP.
           MOVE WS-JE-ORIG-TYPE TO JRNL-ORIG-TYPE.
           MOVE WS-JE-ORIG-TSTAMP TO JRNL-ORIG-TIMESTAMP.
           MOVE ZEROS TO JRNL-NOTE-COUNTS.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 6
               MOVE WS-JE-MIX-DENOM(WS-DX) TO JRNL-MIX-DENOM(WS-DX)
               MOVE WS-JE-MIX-COUNT(WS-DX) TO JRNL-MIX-COUNT(WS-DX)
           END-PERFORM.
           MOVE WS-IFL-TERMINAL-ID TO JRNL-TERMINAL-ID.
           MOVE WS-IFL-BUSINESS-DATE TO JRNL-BUSINESS-DATE.
           MOVE WS-JE-BILLER-CODE TO JRNL-BILLER-CODE.
           MOVE WS-JE-BILL-REFERENCE TO JRNL-BILL-REFERENCE.
           WRITE JRNL-RECORD.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: journal write failed for card "
                   JRNL-CARD-NUMBER " status: " WS-JRNL-FILE-STATUS
           END-IF.
           CLOSE TRANSACTION-JOURNAL-FILE.
           MOVE "Y" TO WS-RCV-JRNL-WRITTEN.


       WRITE-RESOLUTION-RECORD.
           OPEN EXTEND INFLIGHT-LOG-FILE.
           IF WS-IFL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open in-flight log for writing. "
                   "Status: " WS-IFL-FILE-STATUS
               DISPLAY "Recovery abandoned; rerun to settle the "
                   "remaining transactions."
               STOP RUN
           END-IF.
           WRITE IFL-RECORD FROM WS-IFL-RECORD.
           IF WS-IFL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: in-flight log write failed. Status: "
                   WS-IFL-FILE-STATUS
           END-IF.
           CLOSE INFLIGHT-LOG-FILE.


       OPEN-INDOUBT-REPORT.
           OPEN OUTPUT INDOUBT-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open in-doubt report file. Status: "
                   WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HDR-RUN-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.


       PRINT-PENDING-ENTRY.
           MOVE WS-IFL-TRAN-STAMP TO WS-TXN-STAMP.
           MOVE WS-IFL-TRAN-SEQ TO WS-TXN-SEQ.
           MOVE WS-IFL-TRAN-TYPE TO WS-TXN-TYPE.
           MOVE WS-IFL-CARD-NUMBER TO WS-TXN-CARD.
           MOVE WS-IFL-ACCOUNT-TYPE TO WS-TXN-ACCT-TYPE.
           MOVE WS-IFL-AMOUNT TO WS-TXN-AMOUNT.
           MOVE WS-TXN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RCV-MASTER-STATE TO WS-STATE-CODE.
           PERFORM DESCRIBE-STATE.
           MOVE WS-STATE-TEXT TO WS-FND-MASTER.
           MOVE WS-RCV-CASS-STATE TO WS-STATE-CODE.
           PERFORM DESCRIBE-STATE.
           IF WS-RCV-CASS-STATE = "N"
               MOVE "N/A" TO WS-STATE-TEXT
           END-IF.
           MOVE WS-STATE-TEXT TO WS-FND-CASSETTE.
           IF WS-IFL-TRAN-TYPE = "TRANSFER"
               IF WS-RCV-JRNL-MAIN = "Y" AND WS-RCV-JRNL-IN = "Y"
                   MOVE "WRITTEN" TO WS-FND-JOURNAL
               ELSE
               IF WS-RCV-JRNL-MAIN = "Y" OR WS-RCV-JRNL-IN = "Y"
                   MOVE "PARTIAL" TO WS-FND-JOURNAL
               ELSE
                   MOVE "MISSING" TO WS-FND-JOURNAL
               END-IF
               END-IF
           ELSE
               IF WS-RCV-JRNL-MAIN = "Y"
                   MOVE "WRITTEN" TO WS-FND-JOURNAL
               ELSE
                   MOVE "MISSING" TO WS-FND-JOURNAL
               END-IF
           END-IF.
           MOVE WS-FOUND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


       DESCRIBE-STATE.
           IF WS-STATE-CODE = "P"
               MOVE "BEFORE" TO WS-STATE-TEXT
           ELSE
           IF WS-STATE-CODE = "A"
               MOVE "AFTER" TO WS-STATE-TEXT
           ELSE
           IF WS-STATE-CODE = "M"
               MOVE "PART" TO WS-STATE-TEXT
           ELSE
           IF WS-STATE-CODE = "X"
               MOVE "MISMATCH" TO WS-STATE-TEXT
           ELSE
               MOVE "NOT FOUND" TO WS-STATE-TEXT
           END-IF
           END-IF
           END-IF
           END-IF.


       PRINT-RECOVERY-ACTION.
           IF WS-RCV-FINISH
               ADD 1 TO WS-FINISHED-COUNT
               IF WS-RCV-SRC-STATE = "P" OR WS-RCV-DEST-STATE = "P"
                   OR WS-RCV-CASS-STATE = "P"
                   OR WS-RCV-JRNL-WRITTEN = "Y"
                   MOVE "FINISHED - MISSING UPDATES APPLIED"
                       TO WS-ACT-TEXT
               ELSE
                   MOVE "FINISHED - ALL UPDATES WERE ALREADY ON FILE"
                       TO WS-ACT-TEXT
               END-IF
           ELSE
           IF WS-RCV-BACK-OUT
               ADD 1 TO WS-BACKED-OUT-COUNT
               IF WS-RCV-JRNL-WRITTEN = "Y"
                   MOVE SPACES TO WS-ACT-TEXT
                   STRING "BACKED OUT - ACCOUNT RESTORED, "
                           DELIMITED BY SIZE
                       "REVERSAL JOURNALLED" DELIMITED BY SIZE
                       INTO WS-ACT-TEXT
               ELSE
               IF WS-RCV-SRC-STATE = "A"
                   MOVE "BACKED OUT - ACCOUNT RESTORED"
                       TO WS-ACT-TEXT
               ELSE
                   MOVE "BACKED OUT - NO UPDATE HAD BEEN APPLIED"
                       TO WS-ACT-TEXT
               END-IF
               END-IF
           ELSE
               ADD 1 TO WS-MANUAL-COUNT
               MOVE SPACES TO WS-ACT-TEXT
               STRING "MANUAL - FILES DISAGREE, NOTHING CHANGED; "
                       DELIMITED BY SIZE
                   "RESOLVE BY HAND" DELIMITED BY SIZE
                   INTO WS-ACT-TEXT
           END-IF
           END-IF.
           MOVE WS-ACTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


       CLOSE-INDOUBT-REPORT.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FINISHED" TO WS-TOT-LABEL.
           MOVE WS-FINISHED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BACKED OUT" TO WS-TOT-LABEL.
           MOVE WS-BACKED-OUT-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LEFT FOR MANUAL RESOLUTION" TO WS-TOT-LABEL.
           MOVE WS-MANUAL-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY OPERATIONS: ____________  DATE: ____"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE INDOUBT-REPORT-FILE.


       END PROGRAM TXN-RECOVER.
