      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: Settlement acknowledgement match. Reads the inbound
      *          acknowledgement file the core banking host returns
      *          for the settlement extracts (accept or reject per
      *          run sequence, plus reject reasons for individual
      *          card/account lines), matches it against the
      *          settlement run register and the sent copy of each
      *          run, and prints a report of the rejected card lines,
      *          the rejected runs still outstanding and the runs the
      *          host has not acknowledged at all. A business date
      *          whose latest run the host accepted is marked
      *          complete in the run control file as SETTLE-ACK, which
      *          JRNL-ARCHIVE requires before it will close the day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-ACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-ACK-FILE ASSIGN TO "SETTLACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT SETTLE-REGISTER-FILE ASSIGN TO "SETTLREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-FILE-STATUS.

           SELECT SENT-EXTRACT-FILE ASSIGN USING WS-SENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "SETTLACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-ACK-FILE.
           COPY SETLACK.

       FD  SETTLE-REGISTER-FILE.
           COPY SETLREG.

       FD  SENT-EXTRACT-FILE.
           COPY EXTRREC REPLACING LEADING ==EXTR== BY ==SENT==.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ACK-REPORT-FILE.
       01  REPORT-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-GROUP.
           05 WS-ACK-FILE-STATUS PIC XX.
           05 WS-SREG-FILE-STATUS PIC XX.
           05 WS-SENT-FILE-STATUS PIC XX.
           05 WS-RPT-FILE-STATUS PIC XX.

       01 WS-RUN-FLAGS.
           05 WS-ACK-EOF PIC X VALUE "N".
           05 WS-SREG-EOF PIC X VALUE "N".
           05 WS-SENT-EOF PIC X.
           05 WS-ACK-FILE-PRESENT PIC X VALUE "N".

      * The settlement run register, loaded whole and rewritten whole
      * once the acknowledgements have been applied. Runs the host
      * answered more than the retention period ago are not loaded,
      * so the rewrite drops them; a run still pending is kept
      * however old it is. A register with more live runs than the
      * table holds is never rewritten from the part that was
      * loaded, and the run is refused.
       01 WS-REGISTER-TABLE.
           05 WS-REG-COUNT PIC 9(4) VALUE ZERO.
           05 WS-REG-ENTRY OCCURS 2000 TIMES.
               10 WS-REG-RUN-SEQUENCE PIC 9(6).
               10 WS-REG-BUSINESS-DATE PIC 9(8).
               10 WS-REG-SITE-ID PIC X(8).
               10 WS-REG-DETAIL-COUNT PIC 9(5).
               10 WS-REG-NET-SIGN PIC X(1).
               10 WS-REG-NET-TOTAL PIC 9(12)V99.
               10 WS-REG-ACK-STATUS PIC X(1).
                   88 WS-REG-PENDING VALUE "P".
                   88 WS-REG-ACCEPTED VALUE "A".
                   88 WS-REG-REJECTED VALUE "R".
               10 WS-REG-ACK-DATE PIC 9(8).
               10 WS-REG-REJECTED-LINES PIC 9(5).
       01 WS-RX PIC 9(4).
       01 WS-REG-FOUND PIC 9(4).
       01 WS-REG-TRUNCATED PIC X VALUE "N".
       01 WS-REG-RETAIN-DAYS PIC 9(3) VALUE 400.
       01 WS-REG-PURGE-BEFORE PIC 9(8).
       01 WS-SEARCH-SEQUENCE PIC 9(6).
      * Set by CHECK-LATEST-RUN: "Y" when no later run of the same
      * business date is on the register.
       01 WS-LATEST-RUN PIC X.

      * Card/account lines the host refused, collected while the
      * acknowledgement file is read and printed as one section.
       01 WS-REJECT-TABLE.
           05 WS-REJ-COUNT PIC 9(3) VALUE ZERO.
           05 WS-REJ-ENTRY OCCURS 200 TIMES.
               10 WS-REJ-RUN-SEQUENCE PIC 9(6).
               10 WS-REJ-CARD PIC X(16).
               10 WS-REJ-ACCT-TYPE PIC X(3).
               10 WS-REJ-REASON PIC X(30).
               10 WS-REJ-IN-RUN PIC X.
       01 WS-JX PIC 9(3).

      * Runs whose RUN record was applied from this acknowledgement
      * file. A DTL line counts against its run only when the run
      * is here; lines for a run whose acknowledgement was refused
      * (unknown, another site's, already answered, bad status) are
      * reported as ignored, so a resent file cannot count them
      * twice.
       01 WS-APPLIED-TABLE.
           05 WS-APL-COUNT PIC 9(3) VALUE ZERO.
           05 WS-APL-SEQUENCE PIC 9(6) OCCURS 500 TIMES.
       01 WS-AX PIC 9(3).
       01 WS-APL-FOUND PIC X.

      * Each run sent is kept as SETTLSNT.nnnnnn.DAT by SETTLE-EXTRACT;
      * a rejected line is looked up there to prove it was sent.
       01 WS-SENT-FILENAME PIC X(21).
       01 WS-LINE-FOUND PIC X.

       01 WS-HOST-DATE PIC 9(8) VALUE ZERO.
       01 WS-HOST-SITE-ID PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-RUNS-APPLIED PIC 9(4) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LINES-REPORTED PIC 9(4) VALUE ZERO.
       01 WS-SECTION-LINES PIC 9(4).
       01 WS-EXCEPTION-TEXT PIC X(36).

      * Report print lines.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(34)
               VALUE "SETTLEMENT ACKNOWLEDGEMENT REPORT ".
           05 FILLER PIC X(7) VALUE "RUN ON ".
           05 WS-HDR-TODAY PIC 9(8).
           05 FILLER PIC X(31) VALUE SPACES.
       01 WS-HOST-FILE-LINE.
           05 FILLER PIC X(15) VALUE "HOST FILE DATE ".
           05 WS-HF-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE " SITE ".
           05 WS-HF-SITE-ID PIC X(8).
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-SECTION-LINE.
           05 WS-SEC-TITLE PIC X(60).
           05 FILLER PIC X(20) VALUE SPACES.
       01 WS-RUN-LINE.
           05 FILLER PIC X(4) VALUE "RUN ".
           05 WS-RL-SEQUENCE PIC 9(6).
           05 FILLER PIC X(6) VALUE " DATE ".
           05 WS-RL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RL-TEXT PIC X(55).
       01 WS-OUTSTANDING-LINE.
           05 FILLER PIC X(4) VALUE "RUN ".
           05 WS-OL-SEQUENCE PIC 9(6).
           05 FILLER PIC X(6) VALUE " DATE ".
           05 WS-OL-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE " LINES ".
           05 WS-OL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " NET ".
           05 WS-OL-SIGN PIC X(1).
           05 WS-OL-TOTAL PIC Z(11)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-OL-TEXT PIC X(22).
       01 WS-REJECT-LINE.
           05 FILLER PIC X(4) VALUE "RUN ".
           05 WS-RJ-SEQUENCE PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RJ-CARD PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RJ-ACCT-TYPE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RJ-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RJ-FLAG PIC X(17).
       01 WS-AGE-TEXT.
           05 FILLER PIC X(8) VALUE "PENDING ".
           05 WS-AT-DAYS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(4) VALUE SPACES.

      * Run-control state. This job keeps one SETTLE-ACK row per
      * business date; it is marked complete ("C") once the host has
      * accepted the latest run sent for the date, and is what
      * JRNL-ARCHIVE checks before closing the day.
       01 WS-RCTL-FILE-STATUS PIC XX.
       01 WS-RCTL-EOF PIC X VALUE "N".
       01 WS-JOB-NAME PIC X(14) VALUE "SETTLE-ACK".
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
           DISPLAY "==== Settlement Acknowledgement Match ====".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-RUN-REGISTER.
           PERFORM LOAD-RUN-CONTROL.
           OPEN OUTPUT ACK-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open acknowledgement report file. "
                   "Status: " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM APPLY-ACKNOWLEDGEMENTS.
           PERFORM PRINT-REJECTED-LINES.
           PERFORM PRINT-REJECTED-RUNS.
           PERFORM PRINT-UNACKNOWLEDGED-RUNS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY SETTLEMENTS: ____________  DATE: ____"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ACK-REPORT-FILE.
           IF WS-ACK-FILE-PRESENT = "Y"
               PERFORM SAVE-RUN-REGISTER
               PERFORM SAVE-RUN-CONTROL
           END-IF.
           DISPLAY " ".
           DISPLAY "Run acknowledgements applied: " WS-RUNS-APPLIED.
           DISPLAY "Rejected card lines         : " WS-LINES-REPORTED.
           DISPLAY "Exceptions                  : " WS-EXCEPTION-COUNT.
           DISPLAY "Report written to SETTLACK.RPT".
           STOP RUN.


      * A missing register simply means no extract has been sent
      * since the register was introduced.
       LOAD-RUN-REGISTER.
           MOVE 0 TO WS-REG-COUNT.
           MOVE "N" TO WS-SREG-EOF.
           COMPUTE WS-REG-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                - WS-REG-RETAIN-DAYS).
           OPEN INPUT SETTLE-REGISTER-FILE.
           IF WS-SREG-FILE-STATUS = "00"
               PERFORM UNTIL WS-SREG-EOF = "Y"
                   READ SETTLE-REGISTER-FILE
                       AT END MOVE "Y" TO WS-SREG-EOF
                       NOT AT END
                           IF (SREG-ACCEPTED OR SREG-REJECTED) AND
                               SREG-ACK-DATE < WS-REG-PURGE-BEFORE
                               CONTINUE
                           ELSE
                           IF WS-REG-COUNT >= 2000
                               MOVE "Y" TO WS-REG-TRUNCATED
                           ELSE
                               ADD 1 TO WS-REG-COUNT
                               MOVE SREG-RUN-SEQUENCE TO
                                   WS-REG-RUN-SEQUENCE(WS-REG-COUNT)
                               MOVE SREG-BUSINESS-DATE TO
                                   WS-REG-BUSINESS-DATE(WS-REG-COUNT)
                               MOVE SREG-SITE-ID TO
                                   WS-REG-SITE-ID(WS-REG-COUNT)
                               MOVE SREG-DETAIL-COUNT TO
                                   WS-REG-DETAIL-COUNT(WS-REG-COUNT)
                               MOVE SREG-NET-SIGN TO
                                   WS-REG-NET-SIGN(WS-REG-COUNT)
                               MOVE SREG-NET-TOTAL TO
                                   WS-REG-NET-TOTAL(WS-REG-COUNT)
                               MOVE SREG-ACK-STATUS TO
                                   WS-REG-ACK-STATUS(WS-REG-COUNT)
                               MOVE SREG-ACK-DATE TO
                                   WS-REG-ACK-DATE(WS-REG-COUNT)
                               MOVE SREG-REJECTED-LINES TO
                                   WS-REG-REJECTED-LINES(WS-REG-COUNT)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLE-REGISTER-FILE
               IF WS-REG-TRUNCATED = "Y"
                   DISPLAY "Settlement run register has more than "
                       "2000 live runs; run refused until it is "
                       "purged."
                   STOP RUN
               END-IF
           ELSE
               IF WS-SREG-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open settlement run register. "
                       "Status: " WS-SREG-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.


       SAVE-RUN-REGISTER.
           IF WS-REG-TRUNCATED = "Y"
               DISPLAY "WARNING: settlement run register was not "
                   "fully loaded; it has not been rewritten."
           ELSE
               PERFORM WRITE-RUN-REGISTER
           END-IF.


       WRITE-RUN-REGISTER.
           OPEN OUTPUT SETTLE-REGISTER-FILE.
           IF WS-SREG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write settlement run "
                   "register. Status: " WS-SREG-FILE-STATUS
           ELSE
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-REG-COUNT
                   MOVE WS-REG-RUN-SEQUENCE(WS-RX) TO
                       SREG-RUN-SEQUENCE
                   MOVE WS-REG-BUSINESS-DATE(WS-RX) TO
                       SREG-BUSINESS-DATE
                   MOVE WS-REG-SITE-ID(WS-RX) TO SREG-SITE-ID
                   MOVE WS-REG-DETAIL-COUNT(WS-RX) TO
                       SREG-DETAIL-COUNT
                   MOVE WS-REG-NET-SIGN(WS-RX) TO SREG-NET-SIGN
                   MOVE WS-REG-NET-TOTAL(WS-RX) TO SREG-NET-TOTAL
                   MOVE WS-REG-ACK-STATUS(WS-RX) TO SREG-ACK-STATUS
                   MOVE WS-REG-ACK-DATE(WS-RX) TO SREG-ACK-DATE
                   MOVE WS-REG-REJECTED-LINES(WS-RX) TO
                       SREG-REJECTED-LINES
                   WRITE SREG-RECORD
                   IF WS-SREG-FILE-STATUS NOT = "00"
                       DISPLAY "WARNING: settlement run register "
                           "write failed for run " SREG-RUN-SEQUENCE
                           " status: " WS-SREG-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE SETTLE-REGISTER-FILE
           END-IF.


      * The acknowledgement file is read once, top to bottom. RUN
      * records settle the fate of a whole run; DTL records name
      * the card/account lines the host refused. A missing file
      * means nothing came back yet: the report still lists every
      * run the host owes an answer on.
       APPLY-ACKNOWLEDGEMENTS.
           OPEN INPUT SETTLE-ACK-FILE.
           IF WS-ACK-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACK-FILE-PRESENT
           ELSE
               IF WS-ACK-FILE-STATUS = "35"
                   DISPLAY "No acknowledgement file received."
               ELSE
                   DISPLAY "Unable to open acknowledgement file. "
                       "Status: " WS-ACK-FILE-STATUS
               END-IF
               MOVE "Y" TO WS-ACK-EOF
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "ACKNOWLEDGEMENTS RECEIVED" TO WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM UNTIL WS-ACK-EOF = "Y"
               READ SETTLE-ACK-FILE
                   AT END MOVE "Y" TO WS-ACK-EOF
                   NOT AT END PERFORM APPLY-ONE-ACK-RECORD
               END-READ
           END-PERFORM.
           IF WS-ACK-FILE-PRESENT = "Y"
               CLOSE SETTLE-ACK-FILE
           END-IF.
           IF WS-SECTION-LINES = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.


      * The header record precedes everything else in the file, so
      * its date and site are known before the first RUN record.
       APPLY-ONE-ACK-RECORD.
           IF ACK-HDR-TAG = "HDR"
               MOVE ACK-HDR-DATE TO WS-HOST-DATE
               MOVE ACK-HDR-SITE-ID TO WS-HOST-SITE-ID
               MOVE WS-HOST-DATE TO WS-HF-DATE
               MOVE WS-HOST-SITE-ID TO WS-HF-SITE-ID
               MOVE WS-HOST-FILE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF ACK-RUN-TAG = "RUN"
                   PERFORM APPLY-RUN-ACK
               ELSE
                   IF ACK-DTL-TAG = "DTL"
                       PERFORM APPLY-DETAIL-REJECT
                   ELSE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "WARNING: unrecognised acknowledgement "
                           "record: " ACK-HDR-TAG
                   END-IF
               END-IF
           END-IF.


      * An acknowledgement for a run the register does not know, from
      * another site, or for a run already answered is reported and
      * not applied. A count mismatch means the host did not receive
      * the run as sent and is always reported; the run's status is
      * still taken as the host gives it.
       APPLY-RUN-ACK.
           MOVE ACK-RUN-SEQUENCE TO WS-SEARCH-SEQUENCE.
           PERFORM FIND-REGISTER-ENTRY.
           IF WS-REG-FOUND = 0
               MOVE 0 TO WS-RL-DATE
               MOVE "ACK FOR RUN NOT ON REGISTER" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
           IF WS-HOST-SITE-ID NOT = SPACES AND
               WS-HOST-SITE-ID NOT = WS-REG-SITE-ID(WS-REG-FOUND)
               MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO WS-RL-DATE
               MOVE "ACK IS FOR ANOTHER SITE" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
           IF NOT WS-REG-PENDING(WS-REG-FOUND)
               MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO WS-RL-DATE
               MOVE "DUPLICATE ACK; RUN ALREADY ANSWERED" TO
                   WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
           IF NOT ACK-RUN-ACCEPTED AND NOT ACK-RUN-REJECTED
               MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO WS-RL-DATE
               MOVE "INVALID ACK STATUS" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-RUN-EXCEPTION
           ELSE
               IF ACK-RUN-DETAIL-COUNT NOT =
                   WS-REG-DETAIL-COUNT(WS-REG-FOUND)
                   MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO
                       WS-RL-DATE
                   MOVE "HOST LINE COUNT DIFFERS FROM SENT" TO
                       WS-EXCEPTION-TEXT
                   PERFORM WRITE-RUN-EXCEPTION
               END-IF
               PERFORM RECORD-RUN-ACK
           END-IF
           END-IF
           END-IF
           END-IF.


       RECORD-RUN-ACK.
           ADD 1 TO WS-RUNS-APPLIED.
           ADD 1 TO WS-SECTION-LINES.
           IF WS-APL-COUNT >= 500
               DISPLAY "WARNING: more than 500 runs applied; rejected "
                   "lines for run " WS-REG-RUN-SEQUENCE(WS-REG-FOUND)
                   " will be reported as ignored."
           ELSE
               ADD 1 TO WS-APL-COUNT
               MOVE WS-REG-RUN-SEQUENCE(WS-REG-FOUND) TO
                   WS-APL-SEQUENCE(WS-APL-COUNT)
           END-IF.
           MOVE ACK-RUN-STATUS TO WS-REG-ACK-STATUS(WS-REG-FOUND).
           IF WS-HOST-DATE NOT = 0
               MOVE WS-HOST-DATE TO WS-REG-ACK-DATE(WS-REG-FOUND)
           ELSE
               MOVE WS-TODAY TO WS-REG-ACK-DATE(WS-REG-FOUND)
           END-IF.
           MOVE WS-REG-RUN-SEQUENCE(WS-REG-FOUND) TO WS-RL-SEQUENCE.
           MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO WS-RL-DATE.
           MOVE SPACES TO WS-RL-TEXT.
           PERFORM CHECK-LATEST-RUN.
           IF ACK-RUN-ACCEPTED
               IF WS-LATEST-RUN = "Y"
                   STRING "ACCEPTED" DELIMITED BY SIZE
                       INTO WS-RL-TEXT
                   MOVE "C" TO WS-RC-STATUS(WS-RC-FOUND)
               ELSE
                   STRING "ACCEPTED; SUPERSEDED BY A LATER RUN"
                       DELIMITED BY SIZE INTO WS-RL-TEXT
               END-IF
           ELSE
               STRING "REJECTED " DELIMITED BY SIZE
                   ACK-RUN-REASON DELIMITED BY SIZE
                   INTO WS-RL-TEXT
               IF WS-LATEST-RUN = "Y"
                   MOVE "S" TO WS-RC-STATUS(WS-RC-FOUND)
               END-IF
           END-IF.
           MOVE WS-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


      * Only the latest run sent for a business date speaks for it:
      * when SETTLE-EXTRACT was rerun, an answer on the earlier run
      * changes nothing. For the latest run the date's SETTLE-ACK
      * run-control row is found or added, ready for the caller to
      * set its status.
       CHECK-LATEST-RUN.
           MOVE "Y" TO WS-LATEST-RUN.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REG-COUNT
               IF WS-REG-BUSINESS-DATE(WS-RX) =
                   WS-REG-BUSINESS-DATE(WS-REG-FOUND) AND
                   WS-REG-RUN-SEQUENCE(WS-RX) >
                   WS-REG-RUN-SEQUENCE(WS-REG-FOUND)
                   MOVE "N" TO WS-LATEST-RUN
               END-IF
           END-PERFORM.
           IF WS-LATEST-RUN = "Y"
               MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO WS-RUN-DATE
               PERFORM FIND-RUN-CONTROL-ROW
               IF WS-RC-FOUND = 0
                   PERFORM ADD-RUN-CONTROL-ROW
               END-IF
               IF WS-RC-FOUND = 0
                   DISPLAY "WARNING: run control file is full; the "
                       "acknowledgement for " WS-RUN-DATE
                       " was not recorded."
                   MOVE "N" TO WS-LATEST-RUN
               ELSE
                   ADD 1 TO WS-RC-RUN-NUMBER(WS-RC-FOUND)
               END-IF
           END-IF.


      * A refused line is recorded against its run and looked up in
      * the sent copy of that run, so a reason quoted for a card we
      * never sent stands out. Only a run whose acknowledgement was
      * applied from this file takes its lines; any other line is
      * an exception, printed where it falls.
       APPLY-DETAIL-REJECT.
           MOVE "N" TO WS-APL-FOUND.
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-APL-COUNT
                   OR WS-APL-FOUND = "Y"
               IF WS-APL-SEQUENCE(WS-AX) = ACK-DTL-RUN-SEQUENCE
                   MOVE "Y" TO WS-APL-FOUND
               END-IF
           END-PERFORM.
           MOVE ACK-DTL-RUN-SEQUENCE TO WS-SEARCH-SEQUENCE.
           PERFORM FIND-REGISTER-ENTRY.
           IF WS-APL-FOUND = "Y"
               ADD 1 TO WS-REG-REJECTED-LINES(WS-REG-FOUND)
               PERFORM ADD-REJECTED-LINE
           ELSE
               PERFORM WRITE-IGNORED-LINE
           END-IF.


       ADD-REJECTED-LINE.
           PERFORM FIND-LINE-IN-SENT-RUN.
           IF WS-REJ-COUNT >= 200
               DISPLAY "WARNING: more than 200 rejected lines; card "
                   ACK-DTL-CARD-NUMBER " was not reported."
           ELSE
               ADD 1 TO WS-REJ-COUNT
               MOVE ACK-DTL-RUN-SEQUENCE TO
                   WS-REJ-RUN-SEQUENCE(WS-REJ-COUNT)
               MOVE ACK-DTL-CARD-NUMBER TO WS-REJ-CARD(WS-REJ-COUNT)
               MOVE ACK-DTL-ACCOUNT-TYPE TO
                   WS-REJ-ACCT-TYPE(WS-REJ-COUNT)
               MOVE ACK-DTL-REASON TO WS-REJ-REASON(WS-REJ-COUNT)
               MOVE WS-LINE-FOUND TO WS-REJ-IN-RUN(WS-REJ-COUNT)
           END-IF.


       WRITE-IGNORED-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-SECTION-LINES.
           MOVE ACK-DTL-RUN-SEQUENCE TO WS-RL-SEQUENCE.
           IF WS-REG-FOUND NOT = 0
               MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO WS-RL-DATE
           ELSE
               MOVE 0 TO WS-RL-DATE
           END-IF.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "IGNORED - RUN ACK NOT APPLIED " DELIMITED BY SIZE
               ACK-DTL-CARD-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACK-DTL-ACCOUNT-TYPE DELIMITED BY SIZE
               INTO WS-RL-TEXT.
           MOVE WS-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


      * Detail records carry a card number where the header and
      * trailer carry their tags, so only a detail line can match.
       FIND-LINE-IN-SENT-RUN.
           MOVE "N" TO WS-LINE-FOUND.
           MOVE "N" TO WS-SENT-EOF.
           MOVE SPACES TO WS-SENT-FILENAME.
           STRING "SETTLSNT." DELIMITED BY SIZE
               ACK-DTL-RUN-SEQUENCE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SENT-FILENAME.
           OPEN INPUT SENT-EXTRACT-FILE.
           IF WS-SENT-FILE-STATUS = "00"
               PERFORM UNTIL WS-SENT-EOF = "Y" OR WS-LINE-FOUND = "Y"
                   READ SENT-EXTRACT-FILE
                       AT END MOVE "Y" TO WS-SENT-EOF
                       NOT AT END
                           IF SENT-CARD-NUMBER = ACK-DTL-CARD-NUMBER
                               AND SENT-ACCOUNT-TYPE =
                               ACK-DTL-ACCOUNT-TYPE
                               MOVE "Y" TO WS-LINE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-EXTRACT-FILE
           ELSE
               MOVE "?" TO WS-LINE-FOUND
           END-IF.


       FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-REG-FOUND.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REG-COUNT
                   OR WS-REG-FOUND NOT = 0
               IF WS-REG-RUN-SEQUENCE(WS-RX) = WS-SEARCH-SEQUENCE
                   MOVE WS-RX TO WS-REG-FOUND
               END-IF
           END-PERFORM.


      * WS-RL-DATE and WS-EXCEPTION-TEXT are set by the caller.
       WRITE-RUN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-SECTION-LINES.
           MOVE ACK-RUN-SEQUENCE TO WS-RL-SEQUENCE.
           MOVE SPACES TO WS-RL-TEXT.
           STRING "EXCEPTION: " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO WS-RL-TEXT.
           MOVE WS-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


       WRITE-REPORT-HEADER.
           MOVE WS-TODAY TO WS-HDR-TODAY.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.


       WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.


       PRINT-REJECTED-LINES.
           MOVE "REJECTED CARD/ACCOUNT LINES" TO WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-REJ-COUNT
               ADD 1 TO WS-LINES-REPORTED
               MOVE WS-REJ-RUN-SEQUENCE(WS-JX) TO WS-RJ-SEQUENCE
               MOVE WS-REJ-CARD(WS-JX) TO WS-RJ-CARD
               MOVE WS-REJ-ACCT-TYPE(WS-JX) TO WS-RJ-ACCT-TYPE
               MOVE WS-REJ-REASON(WS-JX) TO WS-RJ-REASON
               IF WS-REJ-IN-RUN(WS-JX) = "Y"
                   MOVE SPACES TO WS-RJ-FLAG
               ELSE
                   IF WS-REJ-IN-RUN(WS-JX) = "N"
                       MOVE "NOT IN SENT RUN" TO WS-RJ-FLAG
                   ELSE
                       MOVE "NO SENT COPY" TO WS-RJ-FLAG
                   END-IF
               END-IF
               MOVE WS-REJECT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-REJ-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.


      * A rejected run stays outstanding until a later run for the
      * same business date has been accepted.
       PRINT-REJECTED-RUNS.
           MOVE "REJECTED RUNS AWAITING RESUBMISSION" TO WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM VARYING WS-REG-FOUND FROM 1 BY 1
                   UNTIL WS-REG-FOUND > WS-REG-COUNT
               IF WS-REG-REJECTED(WS-REG-FOUND)
                   MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO
                       WS-RUN-DATE
                   PERFORM FIND-RUN-CONTROL-ROW
                   IF WS-RC-FOUND = 0
                       MOVE "REJECTED" TO WS-OL-TEXT
                       PERFORM WRITE-OUTSTANDING-LINE
                   ELSE
                       IF WS-RC-STATUS(WS-RC-FOUND) NOT = "C"
                           MOVE "REJECTED" TO WS-OL-TEXT
                           PERFORM WRITE-OUTSTANDING-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SECTION-LINES = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.


       PRINT-UNACKNOWLEDGED-RUNS.
           MOVE "RUNS NOT YET ACKNOWLEDGED BY THE HOST" TO
               WS-SEC-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE 0 TO WS-SECTION-LINES.
           PERFORM VARYING WS-REG-FOUND FROM 1 BY 1
                   UNTIL WS-REG-FOUND > WS-REG-COUNT
               IF WS-REG-PENDING(WS-REG-FOUND)
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE
                       (WS-REG-BUSINESS-DATE(WS-REG-FOUND))
                   MOVE WS-AGE-DAYS TO WS-AT-DAYS
                   MOVE WS-AGE-TEXT TO WS-OL-TEXT
                   PERFORM WRITE-OUTSTANDING-LINE
               END-IF
           END-PERFORM.
           IF WS-SECTION-LINES = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.


      * WS-OL-TEXT is set by the caller; the run is the register
      * entry at WS-REG-FOUND.
       WRITE-OUTSTANDING-LINE.
           ADD 1 TO WS-SECTION-LINES.
           MOVE WS-REG-RUN-SEQUENCE(WS-REG-FOUND) TO WS-OL-SEQUENCE.
           MOVE WS-REG-BUSINESS-DATE(WS-REG-FOUND) TO WS-OL-DATE.
           MOVE WS-REG-DETAIL-COUNT(WS-REG-FOUND) TO WS-OL-COUNT.
           MOVE WS-REG-NET-SIGN(WS-REG-FOUND) TO WS-OL-SIGN.
           MOVE WS-REG-NET-TOTAL(WS-REG-FOUND) TO WS-OL-TOTAL.
           MOVE WS-OUTSTANDING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.


       FIND-RUN-CONTROL-ROW.
           MOVE 0 TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-X FROM 1 BY 1
                   UNTIL WS-RC-X > WS-RC-COUNT
                   OR WS-RC-FOUND NOT = 0
               IF WS-RC-JOB(WS-RC-X) = WS-JOB-NAME AND
                   WS-RC-DATE(WS-RC-X) = WS-RUN-DATE
                   MOVE WS-RC-X TO WS-RC-FOUND
               END-IF
           END-PERFORM.


      * A new row starts as "S", not yet acknowledged. WS-RC-FOUND
      * stays 0 when the table is full.
       ADD-RUN-CONTROL-ROW.
           IF WS-RC-COUNT < 3000
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-FOUND
               MOVE WS-JOB-NAME TO WS-RC-JOB(WS-RC-FOUND)
               MOVE WS-RUN-DATE TO WS-RC-DATE(WS-RC-FOUND)
               MOVE 0 TO WS-RC-RUN-NUMBER(WS-RC-FOUND)
               MOVE "S" TO WS-RC-STATUS(WS-RC-FOUND)
           END-IF.


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


       END PROGRAM SETTLE-ACK.
