      ******************************************************************
      * Author: Ayanda Radebe
      * Purpose: Journal archive verification batch. Walks every
      *          dated archive file (JRNLARCH.YYYYMMDD.DAT) in a date
      *          range and, for each one, recounts the detail entries
      *          and recomputes the credit and debit totals the way
      *          JRNL-ARCHIVE built them, checks them against the
      *          CONTROL record, recomputes the chain hash and checks
      *          the link to the previous archive (ARCHCTL). It
      *          reports dates with no archive between archived days,
      *          control records that claim another date or a date
      *          already claimed, and entries whose business date is
      *          not the file's date. Each archive's result is kept on
      *          ARCHVFY.DAT, where the month-end jobs look before
      *          they read a month of archives. Output is a printable
      *          report, ARCHVER.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCH-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT VERIFY-RESULT-FILE ASSIGN TO "ARCHVFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVF-FILE-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "ARCHVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-ARCHIVE-FILE.
           COPY JRNLREC REPLACING LEADING ==JRNL== BY ==ARCH==.
           COPY ARCHCTL.

       FD  VERIFY-RESULT-FILE.
           COPY ARCHVFY.

       FD  VERIFY-REPORT-FILE.
       01  REPORT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ARCH-FILE-STATUS PIC XX.
       01 WS-AVF-FILE-STATUS PIC XX.
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-ARCH-EOF PIC X.
       01 WS-AVF-EOF PIC X.
       01 WS-ARCHIVE-FILENAME PIC X(21).

      * The date range walked, both ends inclusive and both
      * defaulting to today.
       01 WS-DATE-INPUT PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-DAY-INTEGER PIC 9(8).
       01 WS-LAST-INTEGER PIC 9(8).
       01 WS-WALK-DATE PIC 9(8).
       01 WS-RUN-STAMP PIC 9(14).

      * Figures recomputed from the detail entries of the archive in
      * hand, classified exactly as JRNL-ARCHIVE classifies them, and
      * the business day each entry posts to (the stamped business
      * date when present, else the timestamp date).
       01 WS-CALC-COUNT PIC 9(6).
       01 WS-CALC-CREDIT PIC 9(12)V99.
       01 WS-CALC-DEBIT PIC 9(12)V99.
       01 WS-CALC-HASH PIC 9(10).
       01 WS-ENTRY-BUS-DATE PIC 9(8).
       01 WS-DATE-MISMATCHES PIC 9(6).
       01 WS-AFTER-CONTROL PIC 9(6).

      * The archive's own CONTROL record, as read. WS-CTL-CHAINED is
      * "N" on an archive written before the hash chain existed.
       01 WS-CTL-SEEN PIC 9(3).
       01 WS-CTL-DATE PIC 9(8).
       01 WS-CTL-RECORD-COUNT PIC 9(6).
       01 WS-CTL-CREDIT-TOTAL PIC 9(12)V99.
       01 WS-CTL-DEBIT-TOTAL PIC 9(12)V99.
       01 WS-CTL-CHAINED PIC X.
       01 WS-CTL-PREV-DATE PIC 9(8).
       01 WS-CTL-PREV-HASH PIC 9(10).
       01 WS-CTL-CHAIN-HASH PIC 9(10).

      * Hash chain, built the same way JRNL-ARCHIVE builds it: every
      * line in file order (trailing spaces excluded), then the
      * control record's hashed part.
       01 WS-CHAIN-HASH PIC 9(10).
       01 WS-HASH-TEXT PIC X(400).
       01 WS-HASH-SIZE PIC 9(3).
       01 WS-HASH-LENGTH PIC 9(3).
       01 WS-HX PIC 9(3).

      * The previous archive met on the walk, which the next one's
      * chain link must name. Before the first archive of the range
      * the link is followed to whatever date it names.
       01 WS-LAST-ARCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-ARCH-HASH PIC 9(10) VALUE ZERO.
       01 WS-LAST-ARCH-CHAINED PIC X VALUE "N".
       01 WS-LINK-FOUND PIC X.
       01 WS-LINK-HASH PIC 9(10).

      * Dates with no archive, held until the walk reaches a later
      * archive (which makes them gaps) or the end of the range
      * (where they are days not yet archived).
       01 WS-MISSING-START PIC 9(8).
       01 WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MX PIC 9(5).
       01 WS-GAP-INTEGER PIC 9(8).

      * Control dates claimed so far on the walk, to catch two
      * archives that both claim one business date.
       01 WS-CLAIM-TABLE.
           05 WS-CLM-COUNT PIC 9(4) VALUE ZERO.
           05 WS-CLM-ENTRY OCCURS 1000 TIMES.
               10 WS-CLM-CTL-DATE PIC 9(8).
               10 WS-CLM-FILE-DATE PIC 9(8).
       01 WS-CX PIC 9(4).
       01 WS-CLM-FOUND PIC 9(4).

      * Findings for the archive in hand, printed under its line.
      * Findings past the table's capacity are counted only.
       01 WS-FINDING PIC X(80).
       01 WS-FINDING-TABLE.
           05 WS-FND-COUNT PIC 9(2) VALUE ZERO.
           05 WS-FND-ENTRY PIC X(80) OCCURS 20 TIMES.
       01 WS-FND-OVERFLOW PIC 9(6) VALUE ZERO.
       01 WS-FX PIC 9(2).
       01 WS-FILE-FAILED PIC X.
       01 WS-FILE-RESULT PIC X.

      * Verification results on file, one row per archive date.
      * Rows for the dates walked are replaced and the file is
      * rewritten in full at the end of the run, leaving out rows
      * for archive dates more than the retention period before
      * today. A file with more rows than the table holds is never
      * rewritten from the part that was loaded, and the run is
      * refused.
       01 WS-RESULT-TABLE.
           05 WS-RES-COUNT PIC 9(4) VALUE ZERO.
           05 WS-RES-ENTRY OCCURS 2000 TIMES.
               10 WS-RES-DATE PIC 9(8).
               10 WS-RES-RESULT PIC X(1).
               10 WS-RES-CHAIN-HASH PIC 9(10).
               10 WS-RES-VERIFIED-AT PIC 9(14).
       01 WS-RX PIC 9(4).
       01 WS-RES-FOUND PIC 9(4).
       01 WS-RES-TRUNCATED PIC X VALUE "N".
       01 WS-RES-RETAIN-DAYS PIC 9(4) VALUE 1500.
       01 WS-RES-PURGE-BEFORE PIC 9(8).

       01 WS-TOTAL-ARCHIVES PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PASSED PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-UNCHAINED PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FAILED PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-GAPS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PENDING PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-MISMATCHES PIC 9(6) VALUE ZERO.

       01 WS-EDIT-COUNT PIC Z(5)9.
       01 WS-EDIT-COUNT-2 PIC Z(5)9.
       01 WS-EDIT-AMOUNT PIC Z(11)9.99.
       01 WS-EDIT-AMOUNT-2 PIC Z(11)9.99.
       01 WS-HEADER-LINE.
           05 FILLER PIC X(30)
               VALUE "JOURNAL ARCHIVE VERIFICATION ".
           05 FILLER PIC X(5) VALUE "FROM ".
           05 WS-HDR-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 WS-HDR-TO PIC 9(8).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS-HDR-STAMP PIC 9(14).
           05 FILLER PIC X(25) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(50) VALUE
               "DATE      RESULT        COUNT          CREDITS    ".
           05 FILLER PIC X(50) VALUE
               "       DEBITS  CHAIN HASH  LINKED TO".
       01 WS-DATE-LINE.
           05 WS-DTL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-RESULT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DTL-COUNT PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-CREDIT PIC Z(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-DEBIT PIC Z(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-HASH PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-LINK PIC X(8).
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-FINDING-LINE.
           05 FILLER PIC X(13) VALUE "          ** ".
           05 WS-FNL-TEXT PIC X(80).
           05 FILLER PIC X(7) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL PIC X(40).
           05 WS-TOT-VALUE PIC ZZZZZ9.
           05 FILLER PIC X(54) VALUE SPACES.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==== Journal Archive Verification ====".
           PERFORM GET-VERIFY-RANGE.
           PERFORM LOAD-VERIFY-RESULTS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open verification report file. "
                   "Status: " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE TO WS-HDR-FROM.
           MOVE WS-TO-DATE TO WS-HDR-TO.
           MOVE WS-RUN-STAMP TO WS-HDR-STAMP.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER
               COMPUTE WS-WALK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "JRNLARCH." DELIMITED BY SIZE
                   WS-WALK-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILENAME
               PERFORM VERIFY-ONE-ARCHIVE
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.
           PERFORM REPORT-PENDING-DATES.
           PERFORM PRINT-VERIFY-TOTALS.
           CLOSE VERIFY-REPORT-FILE.
           PERFORM SAVE-VERIFY-RESULTS.
           DISPLAY " ".
           DISPLAY "Archives checked         : " WS-TOTAL-ARCHIVES.
           DISPLAY "Passed                   : " WS-TOTAL-PASSED.
           DISPLAY "Passed, not chained      : " WS-TOTAL-UNCHAINED.
           DISPLAY "Failed                   : " WS-TOTAL-FAILED.
           DISPLAY "Dates with no archive    : " WS-TOTAL-GAPS.
           DISPLAY "Business date mismatches : " WS-TOTAL-MISMATCHES.
           IF WS-TOTAL-FAILED = 0 AND WS-TOTAL-GAPS = 0
               DISPLAY "Verification PASSED for " WS-FROM-DATE
                   " to " WS-TO-DATE "."
           ELSE
               DISPLAY "Verification FAILED for " WS-FROM-DATE
                   " to " WS-TO-DATE "; see ARCHVER.RPT."
           END-IF.
           DISPLAY "Verification report written to ARCHVER.RPT".
           STOP RUN.


       GET-VERIFY-RANGE.
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
           DISPLAY "Verification range: " WS-FROM-DATE " to "
               WS-TO-DATE.


      * A date with no archive file is held back: it is a gap if a
      * later date in the range has an archive, and otherwise a day
      * not yet archived. An archive that cannot be opened at all is
      * a failure in its own right.
       VERIFY-ONE-ARCHIVE.
           OPEN INPUT JOURNAL-ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS = "35"
               IF WS-MISSING-COUNT = 0
                   MOVE WS-WALK-DATE TO WS-MISSING-START
               END-IF
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               PERFORM REPORT-GAP-DATES
               ADD 1 TO WS-TOTAL-ARCHIVES
               MOVE 0 TO WS-FND-COUNT
               MOVE 0 TO WS-FND-OVERFLOW
               MOVE "N" TO WS-FILE-FAILED
               IF WS-ARCH-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-FINDING
                   STRING "ARCHIVE CANNOT BE OPENED, STATUS "
                       DELIMITED BY SIZE
                       WS-ARCH-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-FINDING
                   PERFORM ADD-FINDING
                   MOVE 0 TO WS-CTL-SEEN
                   MOVE 0 TO WS-CALC-COUNT
                   MOVE 0 TO WS-CALC-CREDIT
                   MOVE 0 TO WS-CALC-DEBIT
                   MOVE "N" TO WS-CTL-CHAINED
                   MOVE 0 TO WS-CTL-CHAIN-HASH
                   MOVE "N" TO WS-LAST-ARCH-CHAINED
                   MOVE WS-WALK-DATE TO WS-LAST-ARCH-DATE
                   MOVE 0 TO WS-LAST-ARCH-HASH
               ELSE
                   PERFORM READ-ARCHIVE-LINES
                   CLOSE JOURNAL-ARCHIVE-FILE
                   PERFORM CHECK-CONTROL-RECORD
                   PERFORM CHECK-CHAIN-LINK
               END-IF
               PERFORM RECORD-ARCHIVE-RESULT
               PERFORM PRINT-ARCHIVE-RESULT
           END-IF.


      * Reads the archive through once: detail entries are counted,
      * totalled, date-checked and hashed; the first CONTROL record
      * is kept and its hashed part folded in to give the chain hash
      * it ought to carry. A second CONTROL record, or any entry
      * after the first, means the file was appended to after the
      * day was closed.
       READ-ARCHIVE-LINES.
           MOVE 0 TO WS-CALC-COUNT.
           MOVE 0 TO WS-CALC-CREDIT.
           MOVE 0 TO WS-CALC-DEBIT.
           MOVE 0 TO WS-CALC-HASH.
           MOVE 0 TO WS-DATE-MISMATCHES.
           MOVE 0 TO WS-AFTER-CONTROL.
           MOVE 0 TO WS-CTL-SEEN.
           MOVE "N" TO WS-CTL-CHAINED.
           MOVE 0 TO WS-CTL-PREV-DATE.
           MOVE 0 TO WS-CTL-PREV-HASH.
           MOVE 0 TO WS-CTL-CHAIN-HASH.
           MOVE 5381 TO WS-CHAIN-HASH.
           MOVE "N" TO WS-ARCH-EOF.
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               READ JOURNAL-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       IF ARCH-CTL-TAG = "CONTROL"
                           PERFORM KEEP-CONTROL-RECORD
                       ELSE
                           PERFORM CHECK-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AFTER-CONTROL > 0
               MOVE WS-AFTER-CONTROL TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FINDING
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " ENTRIES FOLLOW THE CONTROL RECORD"
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               PERFORM ADD-FINDING
           END-IF.
           IF WS-DATE-MISMATCHES > 0
               ADD WS-DATE-MISMATCHES TO WS-TOTAL-MISMATCHES
               MOVE WS-DATE-MISMATCHES TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FINDING
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " ENTRIES POST TO A BUSINESS DATE OTHER THAN "
                   DELIMITED BY SIZE
                   WS-WALK-DATE DELIMITED BY SIZE
                   INTO WS-FINDING
               PERFORM ADD-FINDING
           END-IF.


       KEEP-CONTROL-RECORD.
           ADD 1 TO WS-CTL-SEEN.
           IF WS-CTL-SEEN > 1
               MOVE SPACES TO WS-FINDING
               STRING "DUPLICATE CONTROL RECORD FOR "
                   DELIMITED BY SIZE
                   ARCH-CTL-DATE DELIMITED BY SIZE
                   " - DAY CLOSED MORE THAN ONCE INTO THIS FILE"
                   DELIMITED BY SIZE
                   INTO WS-FINDING
               PERFORM ADD-FINDING
           ELSE
               MOVE ARCH-CTL-DATE TO WS-CTL-DATE
               MOVE ARCH-CTL-RECORD-COUNT TO WS-CTL-RECORD-COUNT
               MOVE ARCH-CTL-CREDIT-TOTAL TO WS-CTL-CREDIT-TOTAL
               MOVE ARCH-CTL-DEBIT-TOTAL TO WS-CTL-DEBIT-TOTAL
               IF ARCH-CTL-CHAIN-HASH IS NUMERIC AND
                   ARCH-CTL-PREV-DATE IS NUMERIC AND
                   ARCH-CTL-PREV-HASH IS NUMERIC
                   MOVE "Y" TO WS-CTL-CHAINED
                   MOVE ARCH-CTL-PREV-DATE TO WS-CTL-PREV-DATE
                   MOVE ARCH-CTL-PREV-HASH TO WS-CTL-PREV-HASH
                   MOVE ARCH-CTL-CHAIN-HASH TO WS-CTL-CHAIN-HASH
                   MOVE ARCH-CTL-HASHED-PART TO WS-HASH-TEXT
                   MOVE LENGTH OF ARCH-CTL-HASHED-PART TO
                       WS-HASH-SIZE
                   PERFORM HASH-ARCHIVE-LINE
                   MOVE WS-CHAIN-HASH TO WS-CALC-HASH
               ELSE
                   MOVE 0 TO WS-CTL-PREV-DATE
                   MOVE 0 TO WS-CTL-PREV-HASH
                   MOVE 0 TO WS-CTL-CHAIN-HASH
               END-IF
           END-IF.


      * Credits and debits are classified exactly as JRNL-ARCHIVE
      * classifies them when it closes the day.
       CHECK-ONE-ENTRY.
           IF WS-CTL-SEEN > 0
               ADD 1 TO WS-AFTER-CONTROL
           END-IF.
           ADD 1 TO WS-CALC-COUNT.
           IF ARCH-TRAN-TYPE = "DEPOSIT" OR
               ARCH-TRAN-TYPE = "TRANSFER-IN" OR
               ARCH-TRAN-TYPE = "HOST-ADJ-CR" OR
               ARCH-TRAN-TYPE = "INTEREST"
               ADD ARCH-AMOUNT TO WS-CALC-CREDIT
           END-IF.
           IF ARCH-TRAN-TYPE = "WITHDRAWAL" OR
               ARCH-TRAN-TYPE = "TRANSFER-OUT" OR
               ARCH-TRAN-TYPE = "HOST-ADJ-DR" OR
               ARCH-TRAN-TYPE = "FEE" OR
               ARCH-TRAN-TYPE = "DEBIT-INT" OR
               ARCH-TRAN-TYPE = "BILL-PAY" OR
               ARCH-TRAN-TYPE = "DEP-REJECT"
               ADD ARCH-AMOUNT TO WS-CALC-DEBIT
           END-IF.
           IF ARCH-TRAN-TYPE = "REISSUE-OUT" OR
               ARCH-TRAN-TYPE = "REISSUE-IN"
               IF ARCH-NEW-BALANCE > ARCH-OLD-BALANCE
                   ADD ARCH-AMOUNT TO WS-CALC-CREDIT
               ELSE
                   ADD ARCH-AMOUNT TO WS-CALC-DEBIT
               END-IF
           END-IF.
           IF ARCH-TRAN-TYPE = "REVERSAL"
               IF ARCH-ORIG-TYPE = "DEPOSIT" OR
                   ARCH-ORIG-TYPE = "TRANSFER-IN"
                   ADD ARCH-AMOUNT TO WS-CALC-DEBIT
               ELSE
                   ADD ARCH-AMOUNT TO WS-CALC-CREDIT
               END-IF
           END-IF.
           MOVE ARCH-TIMESTAMP(1:8) TO WS-ENTRY-BUS-DATE.
           IF ARCH-BUSINESS-DATE IS NUMERIC AND
               ARCH-BUSINESS-DATE NOT = 0
               MOVE ARCH-BUSINESS-DATE TO WS-ENTRY-BUS-DATE
           END-IF.
           IF WS-ENTRY-BUS-DATE NOT = WS-WALK-DATE
               ADD 1 TO WS-DATE-MISMATCHES
               MOVE SPACES TO WS-FINDING
               STRING "ENTRY " DELIMITED BY SIZE
                   ARCH-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ARCH-TRAN-TYPE DELIMITED BY SIZE
                   " CARD " DELIMITED BY SIZE
                   ARCH-CARD-NUMBER DELIMITED BY SIZE
                   " POSTS TO " DELIMITED BY SIZE
                   WS-ENTRY-BUS-DATE DELIMITED BY SIZE
                   INTO WS-FINDING
               PERFORM ADD-FINDING
           END-IF.
           MOVE ARCH-RECORD TO WS-HASH-TEXT.
           MOVE LENGTH OF ARCH-RECORD TO WS-HASH-SIZE.
           PERFORM HASH-ARCHIVE-LINE.


      * Folds the first WS-HASH-SIZE bytes of WS-HASH-TEXT, less any
      * trailing spaces, into the running chain hash.
       HASH-ARCHIVE-LINE.
           MOVE WS-HASH-SIZE TO WS-HASH-LENGTH.
           PERFORM UNTIL WS-HASH-LENGTH = 0
               IF WS-HASH-TEXT(WS-HASH-LENGTH:1) = SPACE
                   SUBTRACT 1 FROM WS-HASH-LENGTH
               ELSE
                   MOVE WS-HASH-LENGTH TO WS-HASH-SIZE
                   MOVE 0 TO WS-HASH-LENGTH
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HASH-SIZE
               COMPUTE WS-CHAIN-HASH = FUNCTION MOD(
                   WS-CHAIN-HASH * 263 +
                   FUNCTION ORD(WS-HASH-TEXT(WS-HX:1)) + WS-HX,
                   9999999967)
           END-PERFORM.


      * The control record must be present, name the file's own date
      * (a date no other archive on the walk has claimed), and agree
      * with the recomputed count and totals.
       CHECK-CONTROL-RECORD.
           IF WS-CTL-SEEN = 0
               MOVE "NO CONTROL RECORD - DAY IS NOT PROVABLY CLOSED"
                   TO WS-FINDING
               PERFORM ADD-FINDING
           ELSE
               IF WS-CTL-DATE NOT = WS-WALK-DATE
                   MOVE SPACES TO WS-FINDING
                   STRING "CONTROL RECORD IS DATED " DELIMITED BY SIZE
                       WS-CTL-DATE DELIMITED BY SIZE
                       ", NOT THE FILE DATE" DELIMITED BY SIZE
                       INTO WS-FINDING
                   PERFORM ADD-FINDING
               END-IF
               PERFORM CHECK-CLAIMED-DATE
               IF WS-CALC-COUNT NOT = WS-CTL-RECORD-COUNT
                   MOVE WS-CTL-RECORD-COUNT TO WS-EDIT-COUNT
                   MOVE WS-CALC-COUNT TO WS-EDIT-COUNT-2
                   MOVE SPACES TO WS-FINDING
                   STRING "RECORD COUNT: CONTROL " DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       ", FILE " DELIMITED BY SIZE
                       WS-EDIT-COUNT-2 DELIMITED BY SIZE
                       INTO WS-FINDING
                   PERFORM ADD-FINDING
               END-IF
               IF WS-CALC-CREDIT NOT = WS-CTL-CREDIT-TOTAL
                   MOVE WS-CTL-CREDIT-TOTAL TO WS-EDIT-AMOUNT
                   MOVE WS-CALC-CREDIT TO WS-EDIT-AMOUNT-2
                   MOVE SPACES TO WS-FINDING
                   STRING "CREDIT TOTAL: CONTROL " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       ", FILE " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                       INTO WS-FINDING
                   PERFORM ADD-FINDING
               END-IF
               IF WS-CALC-DEBIT NOT = WS-CTL-DEBIT-TOTAL
                   MOVE WS-CTL-DEBIT-TOTAL TO WS-EDIT-AMOUNT
                   MOVE WS-CALC-DEBIT TO WS-EDIT-AMOUNT-2
                   MOVE SPACES TO WS-FINDING
                   STRING "DEBIT TOTAL:  CONTROL " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       ", FILE " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                       INTO WS-FINDING
                   PERFORM ADD-FINDING
               END-IF
           END-IF.


       CHECK-CLAIMED-DATE.
           MOVE 0 TO WS-CLM-FOUND.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLM-COUNT
                   OR WS-CLM-FOUND NOT = 0
               IF WS-CLM-CTL-DATE(WS-CX) = WS-CTL-DATE
                   MOVE WS-CX TO WS-CLM-FOUND
               END-IF
           END-PERFORM.
           IF WS-CLM-FOUND NOT = 0
               MOVE SPACES TO WS-FINDING
               STRING "DUPLICATE DATE: " DELIMITED BY SIZE
                   WS-CTL-DATE DELIMITED BY SIZE
                   " IS ALSO CLAIMED BY THE ARCHIVE FOR "
                   DELIMITED BY SIZE
                   WS-CLM-FILE-DATE(WS-CLM-FOUND) DELIMITED BY SIZE
                   INTO WS-FINDING
               PERFORM ADD-FINDING
           ELSE
               IF WS-CLM-COUNT < 1000
                   ADD 1 TO WS-CLM-COUNT
                   MOVE WS-CTL-DATE TO WS-CLM-CTL-DATE(WS-CLM-COUNT)
                   MOVE WS-WALK-DATE TO
                       WS-CLM-FILE-DATE(WS-CLM-COUNT)
               END-IF
           END-IF.


      * The recomputed chain hash must equal the one on the control
      * record, and the record must link to the previous archive as
      * it stands now: the nearest earlier archive on the walk, or,
      * for the first archive of the range, whatever date it names.
      * An archive from before the chain existed is passed on its
      * counts alone, unless the archive before it is chained - the
      * chain cannot lapse once started, so that one has been
      * rewritten.
       CHECK-CHAIN-LINK.
           IF WS-CTL-SEEN > 0
               IF WS-CTL-CHAINED NOT = "Y"
                   IF WS-LAST-ARCH-CHAINED = "Y"
                       MOVE SPACES TO WS-FINDING
                       STRING "NO CHAIN HASH, BUT THE ARCHIVE FOR "
                           DELIMITED BY SIZE
                           WS-LAST-ARCH-DATE DELIMITED BY SIZE
                           " IS CHAINED" DELIMITED BY SIZE
                           INTO WS-FINDING
                       PERFORM ADD-FINDING
                   END-IF
               ELSE
                   IF WS-CALC-HASH NOT = WS-CTL-CHAIN-HASH
                       MOVE SPACES TO WS-FINDING
                       STRING "CHAIN HASH DOES NOT MATCH THE FILE - "
                           DELIMITED BY SIZE
                           "ARCHIVE ALTERED AFTER CLOSE"
                           DELIMITED BY SIZE
                           INTO WS-FINDING
                       PERFORM ADD-FINDING
                   END-IF
                   IF WS-LAST-ARCH-DATE NOT = 0
                       MOVE "Y" TO WS-LINK-FOUND
                       MOVE WS-LAST-ARCH-HASH TO WS-LINK-HASH
                       IF WS-CTL-PREV-DATE NOT = WS-LAST-ARCH-DATE
                           MOVE SPACES TO WS-FINDING
                           STRING "CHAIN LINKS TO " DELIMITED BY SIZE
                               WS-CTL-PREV-DATE DELIMITED BY SIZE
                               " BUT THE PREVIOUS ARCHIVE IS "
                               DELIMITED BY SIZE
                               WS-LAST-ARCH-DATE DELIMITED BY SIZE
                               INTO WS-FINDING
                           PERFORM ADD-FINDING
                           MOVE "N" TO WS-LINK-FOUND
                       END-IF
                   ELSE
                       PERFORM READ-LINKED-CONTROL
                   END-IF
                   IF WS-LINK-FOUND = "Y" AND
                       WS-CTL-PREV-HASH NOT = WS-LINK-HASH
                       MOVE SPACES TO WS-FINDING
                       STRING "CHAIN BROKEN: ARCHIVE FOR "
                           DELIMITED BY SIZE
                           WS-CTL-PREV-DATE DELIMITED BY SIZE
                           " HAS CHANGED SINCE THIS DAY WAS CLOSED"
                           DELIMITED BY SIZE
                           INTO WS-FINDING
                       PERFORM ADD-FINDING
                   END-IF
               END-IF
           END-IF.
           MOVE WS-WALK-DATE TO WS-LAST-ARCH-DATE.
           MOVE WS-CTL-CHAIN-HASH TO WS-LAST-ARCH-HASH.
           MOVE WS-CTL-CHAINED TO WS-LAST-ARCH-CHAINED.


      * Follows the chain link out of the range to the archive it
      * names and takes the chain hash off that archive's control
      * record (zero when it pre-dates the chain, as JRNL-ARCHIVE
      * links to it). A link of zero starts the chain.
       READ-LINKED-CONTROL.
           MOVE "N" TO WS-LINK-FOUND.
           MOVE 0 TO WS-LINK-HASH.
           IF WS-CTL-PREV-DATE NOT = 0
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING "JRNLARCH." DELIMITED BY SIZE
                   WS-CTL-PREV-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-FILENAME
               OPEN INPUT JOURNAL-ARCHIVE-FILE
               IF WS-ARCH-FILE-STATUS = "00"
                   MOVE "Y" TO WS-LINK-FOUND
                   MOVE "N" TO WS-ARCH-EOF
                   PERFORM UNTIL WS-ARCH-EOF = "Y"
                       READ JOURNAL-ARCHIVE-FILE
                           AT END MOVE "Y" TO WS-ARCH-EOF
                           NOT AT END
                               IF ARCH-CTL-TAG = "CONTROL" AND
                                   ARCH-CTL-CHAIN-HASH IS NUMERIC
                                   MOVE ARCH-CTL-CHAIN-HASH TO
                                       WS-LINK-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-ARCHIVE-FILE
               ELSE
                   MOVE SPACES TO WS-FINDING
                   STRING "CHAIN LINKS TO " DELIMITED BY SIZE
                       WS-CTL-PREV-DATE DELIMITED BY SIZE
                       " BUT NO ARCHIVE EXISTS FOR THAT DATE"
                       DELIMITED BY SIZE
                       INTO WS-FINDING
                   PERFORM ADD-FINDING
               END-IF
           END-IF.


       ADD-FINDING.
           MOVE "Y" TO WS-FILE-FAILED.
           IF WS-FND-COUNT < 20
               ADD 1 TO WS-FND-COUNT
               MOVE WS-FINDING TO WS-FND-ENTRY(WS-FND-COUNT)
           ELSE
               ADD 1 TO WS-FND-OVERFLOW
           END-IF.


      * Replaces (or adds) the archive date's row on the results
      * table.
       RECORD-ARCHIVE-RESULT.
           IF WS-FILE-FAILED = "Y"
               MOVE "F" TO WS-FILE-RESULT
               ADD 1 TO WS-TOTAL-FAILED
           ELSE
               IF WS-CTL-CHAINED = "Y"
                   MOVE "P" TO WS-FILE-RESULT
                   ADD 1 TO WS-TOTAL-PASSED
               ELSE
                   MOVE "U" TO WS-FILE-RESULT
                   ADD 1 TO WS-TOTAL-UNCHAINED
               END-IF
           END-IF.
           MOVE 0 TO WS-RES-FOUND.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RES-COUNT
                   OR WS-RES-FOUND NOT = 0
               IF WS-RES-DATE(WS-RX) = WS-WALK-DATE
                   MOVE WS-RX TO WS-RES-FOUND
               END-IF
           END-PERFORM.
           IF WS-RES-FOUND = 0
               IF WS-RES-COUNT >= 2000
                   DISPLAY "WARNING: verification result file is "
                       "full; result for " WS-WALK-DATE
                       " not kept. Oldest rows should be purged."
               ELSE
                   ADD 1 TO WS-RES-COUNT
                   MOVE WS-RES-COUNT TO WS-RES-FOUND
               END-IF
           END-IF.
           IF WS-RES-FOUND NOT = 0
               MOVE WS-WALK-DATE TO WS-RES-DATE(WS-RES-FOUND)
               MOVE WS-FILE-RESULT TO WS-RES-RESULT(WS-RES-FOUND)
               MOVE WS-CTL-CHAIN-HASH TO
                   WS-RES-CHAIN-HASH(WS-RES-FOUND)
               MOVE WS-RUN-STAMP TO WS-RES-VERIFIED-AT(WS-RES-FOUND)
           END-IF.


       PRINT-ARCHIVE-RESULT.
           MOVE WS-WALK-DATE TO WS-DTL-DATE.
           IF WS-FILE-RESULT = "P"
               MOVE "PASSED" TO WS-DTL-RESULT
           ELSE
               IF WS-FILE-RESULT = "U"
                   MOVE "NOT CHAINED" TO WS-DTL-RESULT
               ELSE
                   MOVE "FAILED" TO WS-DTL-RESULT
               END-IF
           END-IF.
           MOVE WS-CALC-COUNT TO WS-DTL-COUNT.
           MOVE WS-CALC-CREDIT TO WS-DTL-CREDIT.
           MOVE WS-CALC-DEBIT TO WS-DTL-DEBIT.
           IF WS-CTL-CHAINED = "Y"
               MOVE WS-CTL-CHAIN-HASH TO WS-DTL-HASH
               MOVE WS-CTL-PREV-DATE TO WS-DTL-LINK
           ELSE
               MOVE SPACES TO WS-DTL-HASH
               MOVE SPACES TO WS-DTL-LINK
           END-IF.
           MOVE WS-DATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FND-COUNT
               MOVE WS-FND-ENTRY(WS-FX) TO WS-FNL-TEXT
               MOVE WS-FINDING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-FND-OVERFLOW > 0
               MOVE WS-FND-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FNL-TEXT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " FURTHER FINDINGS NOT LISTED" DELIMITED BY SIZE
                   INTO WS-FNL-TEXT
               MOVE WS-FINDING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.


      * Dates held back with no archive, now followed by an archive,
      * are gaps in the sequence of closed days.
       REPORT-GAP-DATES.
           IF WS-MISSING-COUNT > 0
               COMPUTE WS-GAP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MISSING-START)
               PERFORM VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-MISSING-COUNT
                   MOVE SPACES TO WS-DATE-LINE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-GAP-INTEGER) TO
                       WS-DTL-DATE
                   MOVE "NO ARCHIVE" TO WS-DTL-RESULT
                   MOVE WS-DATE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "GAP - A LATER DAY IS ARCHIVED, THIS ONE IS NOT"
                       TO WS-FNL-TEXT
                   MOVE WS-FINDING-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-TOTAL-GAPS
                   ADD 1 TO WS-GAP-INTEGER
               END-PERFORM
               MOVE 0 TO WS-MISSING-COUNT
           END-IF.


      * Dates at the end of the range with no archive are days not
      * yet closed; they are listed but are not failures.
       REPORT-PENDING-DATES.
           IF WS-MISSING-COUNT > 0
               COMPUTE WS-GAP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MISSING-START)
               PERFORM VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX > WS-MISSING-COUNT
                   MOVE SPACES TO WS-DATE-LINE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-GAP-INTEGER) TO
                       WS-DTL-DATE
                   MOVE "NOT ARCHIVED" TO WS-DTL-RESULT
                   MOVE WS-DATE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-TOTAL-PENDING
                   ADD 1 TO WS-GAP-INTEGER
               END-PERFORM
               MOVE 0 TO WS-MISSING-COUNT
           END-IF.


       PRINT-VERIFY-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVES CHECKED" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-ARCHIVES TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PASSED" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-PASSED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PASSED, NOT CHAINED" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-UNCHAINED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FAILED" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-FAILED TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GAPS (DATES WITH NO ARCHIVE)" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-GAPS TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATES NOT YET ARCHIVED" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-PENDING TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES ON THE WRONG BUSINESS DATE" TO WS-TOT-LABEL.
           MOVE WS-TOTAL-MISMATCHES TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-TOTAL-FAILED = 0 AND WS-TOTAL-GAPS = 0
               MOVE "VERIFICATION RESULT: PASSED" TO REPORT-LINE
           ELSE
               MOVE "VERIFICATION RESULT: FAILED" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.


       LOAD-VERIFY-RESULTS.
           MOVE 0 TO WS-RES-COUNT.
           MOVE "N" TO WS-AVF-EOF.
           OPEN INPUT VERIFY-RESULT-FILE.
           IF WS-AVF-FILE-STATUS = "00"
               PERFORM UNTIL WS-AVF-EOF = "Y"
                   READ VERIFY-RESULT-FILE
                       AT END MOVE "Y" TO WS-AVF-EOF
                       NOT AT END
                           IF WS-RES-COUNT >= 2000
                               MOVE "Y" TO WS-RES-TRUNCATED
                           ELSE
                               ADD 1 TO WS-RES-COUNT
                               MOVE AVF-ARCHIVE-DATE TO
                                   WS-RES-DATE(WS-RES-COUNT)
                               MOVE AVF-RESULT TO
                                   WS-RES-RESULT(WS-RES-COUNT)
                               MOVE AVF-CHAIN-HASH TO
                                   WS-RES-CHAIN-HASH(WS-RES-COUNT)
                               MOVE AVF-VERIFIED-AT TO
                                   WS-RES-VERIFIED-AT(WS-RES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERIFY-RESULT-FILE
               IF WS-RES-TRUNCATED = "Y"
                   DISPLAY "Verification result file has more than "
                       "2000 rows; run refused until it is purged."
                   STOP RUN
               END-IF
           ELSE
               IF WS-AVF-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open verification result file. "
                       "Status: " WS-AVF-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.


       SAVE-VERIFY-RESULTS.
           IF WS-RES-TRUNCATED = "Y"
               DISPLAY "WARNING: verification result file was not "
                   "fully loaded; it has not been rewritten."
           ELSE
               PERFORM WRITE-VERIFY-RESULTS
           END-IF.


       WRITE-VERIFY-RESULTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RES-PURGE-BEFORE.
           COMPUTE WS-RES-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RES-PURGE-BEFORE)
                - WS-RES-RETAIN-DAYS).
           OPEN OUTPUT VERIFY-RESULT-FILE.
           IF WS-AVF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write verification result "
                   "file. Status: " WS-AVF-FILE-STATUS
           ELSE
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RES-COUNT
                   IF WS-RES-DATE(WS-RX) >= WS-RES-PURGE-BEFORE
                       MOVE WS-RES-DATE(WS-RX) TO AVF-ARCHIVE-DATE
                       MOVE WS-RES-RESULT(WS-RX) TO AVF-RESULT
                       MOVE WS-RES-CHAIN-HASH(WS-RX) TO AVF-CHAIN-HASH
                       MOVE WS-RES-VERIFIED-AT(WS-RX) TO
                           AVF-VERIFIED-AT
                       WRITE AVF-RECORD
                       IF WS-AVF-FILE-STATUS NOT = "00"
                           DISPLAY "WARNING: verification result "
                               "write failed. Status: "
                               WS-AVF-FILE-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VERIFY-RESULT-FILE
           END-IF.


       END PROGRAM ARCH-VERIFY.
