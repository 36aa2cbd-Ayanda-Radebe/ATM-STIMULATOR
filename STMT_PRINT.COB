      *          masked to its last four digits, the same convention
      *          the ATM receipt uses, and the customer's name and
      *          address come from the customer master so the
      *          statement can be posted. A card reissued in the
      *          month gets a line on both statements naming the
      *          other card, from the REISSUE entries on the
      *          maintenance audit file, so the customer can follow
      *          the account across the change. Honours the run
      *          control file so a month cannot be printed twice by
      *          accident, and will not print from the month's
      *          archives unless ARCH-VERIFY has passed them (or the
      *          operator overrides).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT VERIFY-RESULT-FILE ASSIGN TO "ARCHVFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVF-FILE-STATUS.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "STMTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.

       FD  JOURNAL-ARCHIVE-FILE.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==ARCH==.
           COPY ARCHCTL.

       FD  VERIFY-RESULT-FILE.
           COPY ARCHVFY.

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-LINE                PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-ACCT-FILE-STATUS PIC XX.
           05 WS-JRNL-FILE-STATUS PIC XX.
           05 WS-ARCH-FILE-STATUS PIC XX.
           05 WS-STMT-FILE-STATUS PIC XX.
           05 WS-AUDIT-FILE-STATUS PIC XX.

       01 WS-RUN-FLAGS.
           05 WS-ACCT-EOF PIC X VALUE "N".
           05 WS-CUST-EOF PIC X VALUE "N".
           05 WS-JRNL-EOF PIC X VALUE "N".
           05 WS-ARCH-EOF PIC X.
           05 WS-AUDIT-EOF PIC X VALUE "N".

      * Every money movement of the statement month, collected from
      * the archives (oldest day first) and the live journal so each
               10 WS-MVT-ACCT-TYPE PIC X(3).
               10 WS-MVT-TRAN-TYPE PIC X(12).
               10 WS-MVT-AMOUNT PIC 9(10)V99.
               10 WS-MVT-OLD-BAL PIC S9(10)V99.
               10 WS-MVT-NEW-BAL PIC S9(10)V99.
               10 WS-MVT-TIMESTAMP PIC 9(14).
       01 WS-MX PIC 9(4).

       01 WS-STG-ACCT-TYPE PIC X(3).
       01 WS-STG-TRAN-TYPE PIC X(12).
       01 WS-STG-AMOUNT PIC 9(10)V99.
       01 WS-STG-OLD-BAL PIC S9(10)V99.
       01 WS-STG-NEW-BAL PIC S9(10)V99.
       01 WS-STG-TIMESTAMP PIC 9(14).
      * The business day an entry posts to: the stamped business
      * date when present, else the timestamp date (entries written
               10 WS-CST-ADDR-3 PIC X(30).
       01 WS-CX PIC 9(4).
       01 WS-CUST-FOUND PIC 9(4).
       01 WS-CUST-SEARCH-CARD PIC X(16).

      * Card reissues, old card to replacement, from the REISSUE
      * entries on the maintenance audit file (one per account moved,
      * so a card can appear more than once). The customer master
      * follows the replacement card, so an old card's statement
      * takes its name and address from there. Only reissues made by
      * the end of the statement month, of a card with movements in
      * the month, are kept; the audit file is in time order, so
      * when the table is full the oldest entry makes way for the
      * newer one.
       01 WS-REISSUE-TABLE.
           05 WS-RIS-COUNT PIC 9(3) VALUE ZERO.
           05 WS-RIS-ENTRY OCCURS 200 TIMES.
               10 WS-RIS-OLD-CARD PIC X(16).
               10 WS-RIS-NEW-CARD PIC X(16).
               10 WS-RIS-DATE PIC 9(8).
       01 WS-RX PIC 9(3).
       01 WS-RIS-FOUND PIC 9(3).
       01 WS-RIS-DROPPED PIC 9(5).
       01 WS-RIS-ON-RUN PIC X.

      * The statement month and the calendar window it spans; the
      * run control row for this job is keyed on the month-end date.
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

       01 WS-STATEMENTS-PRINTED PIC 9(4) VALUE ZERO.
       01 WS-LINES-PRINTED PIC 9(3).
       01 WS-OPENING-BAL PIC S9(10)V99.
       01 WS-CLOSING-BAL PIC S9(10)V99.
       01 WS-MASKED-CARD PIC X(16).

      * Statement print lines. Only the last four digits of the card
      * ever reach paper, matching the receipt convention. Balances
      * print with a leading minus when the account is overdrawn.
       01 WS-STMT-SEP-LINE PIC X(80) VALUE ALL "=".
       01 WS-STMT-HDR-LINE.
           05 FILLER PIC X(14) VALUE "STATEMENT FOR ".
           05 FILLER PIC X(9) VALUE SPACES.
           05 WS-SA-ADDR PIC X(30).
           05 FILLER PIC X(41) VALUE SPACES.
       01 WS-SL-TEXT PIC X(40).
       01 WS-SL-MASKED PIC X(16).
       01 WS-SL-DATE PIC 9(8).
       01 WS-STMT-BAL-LINE.
           05 WS-SB-LABEL PIC X(16).
           05 WS-SB-AMOUNT PIC -(10)9.99.
           05 FILLER PIC X(50) VALUE SPACES.
       01 WS-STMT-DTL-LINE.
           05 WS-SD-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-SD-AMOUNT PIC Z(9)9.99.
           05 FILLER PIC X(6) VALUE " BAL ".
           05 WS-SD-BALANCE PIC -(10)9.99.
           05 FILLER PIC X(17) VALUE SPACES.

      * Run-control state for this job. The statement month is an
      * operator input; a month already marked complete is refused
       01 WS-JOB-NAME PIC X(14) VALUE "STMT-PRINT".
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


       MAIN-PROCEDURE.
           DISPLAY "==== Month-End Statement Print ====".
           PERFORM GET-STATEMENT-MONTH.
           PERFORM CHECK-ARCHIVE-VERIFICATION.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM COLLECT-MONTH-MOVEMENTS.
           PERFORM LOAD-REISSUE-LINKS.
           PERFORM PRINT-ALL-STATEMENTS.
           PERFORM MARK-RUN-COMPLETE.
           DISPLAY " ".
               WS-STG-TRAN-TYPE = "PIN-CHANGE" OR
               WS-STG-TRAN-TYPE = "HOST-STATUS" OR
               WS-STG-TRAN-TYPE = "HOST-LIMIT" OR
               WS-STG-TRAN-TYPE = "DEP-RELEASE" OR
               WS-STG-TRAN-TYPE = "HOT-CARD"
               CONTINUE
           ELSE
               IF WS-MVT-COUNT >= 5000
           MOVE ACCT-ACCOUNT-TYPE TO WS-SH-ACCT-TYPE.
           MOVE WS-STMT-HDR-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ACCT-CARD-NUMBER TO WS-CUST-SEARCH-CARD.
           PERFORM FIND-CUSTOMER.
           IF WS-CUST-FOUND = 0
               PERFORM FIND-REISSUE-OF-OLD-CARD
               IF WS-RIS-FOUND NOT = 0
                   MOVE WS-RIS-NEW-CARD(WS-RIS-FOUND) TO
                       WS-CUST-SEARCH-CARD
                   PERFORM FIND-CUSTOMER
               END-IF
           END-IF.
           IF WS-CUST-FOUND NOT = 0
               MOVE WS-CST-NAME(WS-CUST-FOUND) TO WS-SN-NAME
               MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF.
           PERFORM WRITE-REISSUE-LINES.
           MOVE "OPENING BALANCE " TO WS-SB-LABEL.
           MOVE WS-OPENING-BAL TO WS-SB-AMOUNT.
           MOVE WS-STMT-BAL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.


      * A reissue that fell in the statement month is noted on both
      * cards' statements, each naming the other card (masked).
       WRITE-REISSUE-LINES.
           PERFORM FIND-REISSUE-OF-OLD-CARD.
           IF WS-RIS-FOUND NOT = 0
               IF WS-RIS-DATE(WS-RIS-FOUND) >= WS-MONTH-FIRST-DAY AND
                   WS-RIS-DATE(WS-RIS-FOUND) <= WS-MONTH-LAST-DAY
                   MOVE "CARD REPLACED; CONTINUES ON CARD" TO
                       WS-SL-TEXT
                   MOVE ALL "*" TO WS-SL-MASKED
                   MOVE WS-RIS-NEW-CARD(WS-RIS-FOUND)(13:4) TO
                       WS-SL-MASKED(13:4)
                   MOVE WS-RIS-DATE(WS-RIS-FOUND) TO WS-SL-DATE
                   PERFORM WRITE-REISSUE-LINE
               END-IF
           END-IF.
           MOVE 0 TO WS-RIS-FOUND.
           PERFORM VARYING WS-RX FROM WS-RIS-COUNT BY -1
                   UNTIL WS-RX < 1
                   OR WS-RIS-FOUND NOT = 0
               IF WS-RIS-NEW-CARD(WS-RX) = ACCT-CARD-NUMBER
                   MOVE WS-RX TO WS-RIS-FOUND
               END-IF
           END-PERFORM.
           IF WS-RIS-FOUND NOT = 0
               IF WS-RIS-DATE(WS-RIS-FOUND) >= WS-MONTH-FIRST-DAY AND
                   WS-RIS-DATE(WS-RIS-FOUND) <= WS-MONTH-LAST-DAY
                   MOVE "CARRIED FORWARD FROM CARD" TO WS-SL-TEXT
                   MOVE ALL "*" TO WS-SL-MASKED
                   MOVE WS-RIS-OLD-CARD(WS-RIS-FOUND)(13:4) TO
                       WS-SL-MASKED(13:4)
                   MOVE WS-RIS-DATE(WS-RIS-FOUND) TO WS-SL-DATE
                   PERFORM WRITE-REISSUE-LINE
               END-IF
           END-IF.


       WRITE-REISSUE-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-SL-TEXT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-SL-MASKED DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               WS-SL-DATE DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.


      * The table is in time order; the latest reissue is the one
      * that counts, so it is searched from the end.
       FIND-REISSUE-OF-OLD-CARD.
           MOVE 0 TO WS-RIS-FOUND.
           PERFORM VARYING WS-RX FROM WS-RIS-COUNT BY -1
                   UNTIL WS-RX < 1
                   OR WS-RIS-FOUND NOT = 0
               IF WS-RIS-OLD-CARD(WS-RX) = ACCT-CARD-NUMBER
                   MOVE WS-RX TO WS-RIS-FOUND
               END-IF
           END-PERFORM.


      * A missing maintenance audit file simply means no card has
      * been reissued. Runs after the month's movements are
      * collected, since only cards that moved get a statement.
       LOAD-REISSUE-LINKS.
           MOVE 0 TO WS-RIS-COUNT.
           MOVE 0 TO WS-RIS-DROPPED.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   READ MAINT-AUDIT-FILE
                       AT END MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           IF MNT-ACTION = "REISSUE" AND
                               MNT-LINKED-CARD NOT = SPACES AND
                               MNT-TIMESTAMP(1:8) <= WS-MONTH-LAST-DAY
                               PERFORM ADD-REISSUE-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
               IF WS-RIS-DROPPED > 0
                   DISPLAY "WARNING: more than 200 card reissues "
                       "for this run; the oldest " WS-RIS-DROPPED
                       " were not kept."
               END-IF
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open maintenance audit file. "
                       "Status: " WS-AUDIT-FILE-STATUS
               END-IF
           END-IF.


      * Keeps the reissue on the audit record in hand when either
      * card moved in the statement month.
       ADD-REISSUE-LINK.
           MOVE "N" TO WS-RIS-ON-RUN.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MVT-COUNT
                   OR WS-RIS-ON-RUN = "Y"
               IF WS-MVT-CARD(WS-MX) = MNT-CARD-NUMBER OR
                   WS-MVT-CARD(WS-MX) = MNT-LINKED-CARD
                   MOVE "Y" TO WS-RIS-ON-RUN
               END-IF
           END-PERFORM.
           IF WS-RIS-ON-RUN = "Y"
               IF WS-RIS-COUNT >= 200
                   PERFORM VARYING WS-RX FROM 2 BY 1
                           UNTIL WS-RX > WS-RIS-COUNT
                       MOVE WS-RIS-ENTRY(WS-RX) TO
                           WS-RIS-ENTRY(WS-RX - 1)
                   END-PERFORM
                   ADD 1 TO WS-RIS-DROPPED
               ELSE
                   ADD 1 TO WS-RIS-COUNT
               END-IF
               MOVE MNT-CARD-NUMBER TO WS-RIS-OLD-CARD(WS-RIS-COUNT)
               MOVE MNT-LINKED-CARD TO WS-RIS-NEW-CARD(WS-RIS-COUNT)
               MOVE MNT-TIMESTAMP(1:8) TO WS-RIS-DATE(WS-RIS-COUNT)
           END-IF.


       FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND.
           MOVE 1 TO WS-CX.
           PERFORM UNTIL WS-CX > WS-CST-COUNT
                   OR WS-CUST-FOUND NOT = 0
               IF WS-CST-CARD(WS-CX) = WS-CUST-SEARCH-CARD
                   MOVE WS-CX TO WS-CUST-FOUND
               END-IF
               ADD 1 TO WS-CX
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
               DISPLAY "Enter Y to print the month anyway: "
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


       END PROGRAM STMT-PRINT.
